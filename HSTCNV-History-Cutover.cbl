      *-----------------------------------------------------------------
      * AUTHOR:  GRANT HEATH
      * PURPOSE: ONE-TIME CUTOVER CONVERSION FOR THE CLAIMS HISTORY
      *          WIDENING (PRODUCT CODE, JUSTIFICATION TEXT, INTAKE
      *          SOURCE AND CATASTROPHE EVENT CODE). READS THE
      *          HISTMAST MASTER IN THE OLD 87-BYTE LAYOUT (ENDING AT
      *          HIST-STAT-DATE) AND REWRITES EVERY RECORD TO
      *          HISTMASTN IN THE CURRENT LAYOUT. THE OLD EXTRACT
      *          NEVER RECORDED THE NEW FIELDS, SO CONVERTED RECORDS
      *          HOLD SPACES THERE; A7CATBDX WITH ITS RETAG SWITCH ON
      *          TIES THOSE THAT FALL INSIDE A CATASTROPHE EVENT. THE
      *          HISTARCH ARCHIVE WRITTEN BY A7HSTARC IS WIDENED THE
      *          SAME WAY TO HISTARCHN, SO A7HINQ CAN STILL READ THE
      *          ARCHIVED PERIOD. A7HSTARC DATES A SEPARATE HISTARCH
      *          GENERATION EACH RUN: THE MASTER RUN CONVERTS THE ONE
      *          ASSIGNED TO HISTARCH WITH IT (A MISSING HISTARCH IS
      *          SKIPPED), AND EVERY OTHER GENERATION IS CONVERTED BY
      *          A RUN WITH CNVPARM MODE 'A' - ARCHIVE ONLY, HISTMAST
      *          NOT OPENED - ONE RUN PER GENERATION. THE SCHEDULER
      *          COPIES HISTMASTN AND HISTARCHN OVER THE LIVE NAMES,
      *          THE SAME SWAP A7TOTCNV USES FOR PRIORTOTN/RESTARTN.
      *          WITHOUT THIS STEP THE FIRST POST-CUTOVER OPEN OF THE
      *          OLD-LAYOUT MASTER BY A7HISTLD/A7HINQ/A7HSTUP/A7HSTARC
      *          FAILS ON THE RECORD LENGTH AND TAKES THE HISTORY
      *          CHAIN DOWN.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       FILE-CONTROL.

           SELECT CNV-PARM-IN   ASSIGN TO CNVPARM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT OLD-HIST-IN   ASSIGN TO HISTMAST
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS HIST-KEY
                                FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-ARCH-IN   ASSIGN TO HISTARCH
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-OARCH-STATUS.
           SELECT NEW-ARCH-OUT  ASSIGN TO HISTARCHN
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-NARCH-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * RUN MODE - 'A' CONVERTS ONE HISTARCH GENERATION ONLY; ANY
      * OTHER VALUE, OR NO CNVPARM, CONVERTS HISTMAST AND HISTARCH
      *-----------------------------------------------------------------
       FD  CNV-PARM-IN.
       01 CNV-PARM-REC.
          05 CP-MODE             PIC X(01).

      * CLAIMS HISTORY MASTER IN THE PRE-CUTOVER 87-BYTE LAYOUT (NO
      * PRODUCT, JUSTIFICATION, SOURCE OR CATASTROPHE EVENT CODE)
      *-----------------------------------------------------------------
       FD  OLD-HIST-IN.
       01 OHIST-REC.
          05 OHIST-DUP-SW        PIC X(01).
          05 OHIST-AMOUNT        PIC 9(07)V99.
          05 OHIST-RUN-ID        PIC X(14).
          05 OHIST-CUR-STATUS    PIC X(12).
          05 OHIST-STAT-DATE     PIC X(08).

      * CLAIMS HISTORY MASTER IN THE CURRENT LAYOUT (OWNED BY
      * A7HISTLD)
      *-----------------------------------------------------------------
       FD  NEW-HIST-OUT.
       COPY HISTREC.

      * HISTORY ARCHIVE, OLD AND CURRENT RECORD LENGTHS. AN ARCHIVED
      * RECORD IS A HIST-REC IMAGE, AND THE OLD LAYOUT IS THE FIRST
      * 87 BYTES OF THE CURRENT ONE WITH THE NEW FIELDS APPENDED
      *-----------------------------------------------------------------
       FD  OLD-ARCH-IN.
       01 OARCH-REC             PIC X(87).

       FD  NEW-ARCH-OUT.
       01 NARCH-REC             PIC X(129).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-OLD-EOF         PIC X             VALUE 'N'.
             88 OLD-EOF-YES                       VALUE 'Y'.
          05 WS-ARCH-EOF        PIC X             VALUE 'N'.
             88 ARCH-EOF-YES                      VALUE 'Y'.
          05 WS-MODE            PIC X             VALUE 'M'.
             88 WS-ARCHIVE-ONLY                   VALUE 'A'.

       01 WS-PARM-STATUS        PIC X(02)         VALUE '00'.
       01 WS-OLD-STATUS         PIC X(02)         VALUE '00'.
       01 WS-NEW-STATUS         PIC X(02)         VALUE '00'.
       01 WS-OARCH-STATUS       PIC X(02)         VALUE '00'.
       01 WS-NARCH-STATUS       PIC X(02)         VALUE '00'.

       01 WS-CONVERTED-COUNT    PIC 9(07)         VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(07)         VALUE 0.
       01 WS-ARCH-COUNT         PIC 9(07)         VALUE 0.

       PROCEDURE DIVISION.
      * Main
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-LOOP UNTIL OLD-EOF-YES
           IF WS-ARCHIVE-ONLY OR WS-OLD-STATUS NOT = '35'
              PERFORM 3000-CONVERT-ARCHIVE
           END-IF
           PERFORM 4000-CLOSE
           GOBACK.

      * Read the run mode, then open both masters. An archive-only
      * run leaves HISTMAST alone - by then it is already in the
      * current layout. A missing HISTMAST (status 35) means no
      * history has ever been loaded - there is nothing to convert
      * and the first A7HISTLD run will create the new layout from
      * scratch. Any other open failure is fatal: converting half a
      * master is worse than converting none of it
      *---------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CNV-PARM-IN
           IF WS-PARM-STATUS = '00'
              READ CNV-PARM-IN
              AT END
                 CONTINUE
              NOT AT END
                 IF CP-MODE = 'A'
                    SET WS-ARCHIVE-ONLY TO TRUE
                 END-IF
              END-READ
              CLOSE CNV-PARM-IN
           END-IF

           IF WS-ARCHIVE-ONLY
              DISPLAY 'A7HSTCNV: ARCHIVE-ONLY RUN, HISTMAST NOT OPENED'
              SET OLD-EOF-YES TO TRUE
           ELSE
              PERFORM 1100-OPEN-MASTERS
           END-IF.

      * Open the old master and the new one
      *---------------------------------------------------------------
       1100-OPEN-MASTERS.
           OPEN INPUT OLD-HIST-IN
           IF WS-OLD-STATUS = '35'
              DISPLAY 'A7HSTCNV: NO HISTMAST TO CONVERT, STATUS='
              END-START
           END-IF.

      * Widen one master record: every existing field carries across
      * unchanged, and the fields the old extract never recorded are
      * left blank
      *---------------------------------------------------------------
       2000-CONVERT-LOOP.
           READ OLD-HIST-IN NEXT RECORD
           AT END
              SET OLD-EOF-YES TO TRUE
           NOT AT END
              PERFORM 2100-WIDEN-RECORD
              WRITE HIST-REC
              INVALID KEY
                 DISPLAY 'A7HSTCNV: WRITE FAILED, KEY=' HIST-KEY
              END-WRITE
           END-READ.

      * Old layout in OHIST-REC to the current layout in HIST-REC
      *---------------------------------------------------------------
       2100-WIDEN-RECORD.
           MOVE OHIST-POLICY     TO HIST-POLICY
           MOVE OHIST-RECV-DATE  TO HIST-RECV-DATE
           MOVE OHIST-SEQ        TO HIST-SEQ
           MOVE OHIST-RUN-DATE   TO HIST-RUN-DATE
           MOVE OHIST-DISP       TO HIST-DISP
           MOVE OHIST-REGION     TO HIST-REGION
           MOVE OHIST-REJ-CODE   TO HIST-REJ-CODE
           MOVE OHIST-DUP-SW     TO HIST-DUP-SW
           MOVE OHIST-AMOUNT     TO HIST-AMOUNT
           MOVE OHIST-RUN-ID     TO HIST-RUN-ID
           MOVE OHIST-CUR-STATUS TO HIST-CUR-STATUS
           MOVE OHIST-STAT-DATE  TO HIST-STAT-DATE
           MOVE SPACES           TO HIST-PROD-CODE
                                    HIST-JUSTIFY
                                    HIST-SOURCE
                                    HIST-CAT-CODE.

      * Widen the HISTARCH archive generation to HISTARCHN (with no
      * master there was never an archive either, unless this is an
      * archive-only run). No archive (status 35) means A7HSTARC has
      * never run - nothing to do. Any other open failure is fatal,
      * as for the master
      *---------------------------------------------------------------
       3000-CONVERT-ARCHIVE.
           OPEN INPUT OLD-ARCH-IN
           IF WS-OARCH-STATUS = '35'
              DISPLAY 'A7HSTCNV: NO HISTARCH TO CONVERT, STATUS='
                      WS-OARCH-STATUS
           ELSE
              IF WS-OARCH-STATUS NOT = '00'
                 DISPLAY 'A7HSTCNV-F: OPEN FAILED FILE=HISTARCH '
                         'STATUS=' WS-OARCH-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT NEW-ARCH-OUT
              IF WS-NARCH-STATUS NOT = '00'
                 DISPLAY 'A7HSTCNV-F: OPEN FAILED FILE=HISTARCHN '
                         'STATUS=' WS-NARCH-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 3100-CONVERT-ARCH-RECORD UNTIL ARCH-EOF-YES
              CLOSE OLD-ARCH-IN
                    NEW-ARCH-OUT
              DISPLAY 'A7HSTCNV: HISTARCH CONVERTED TO HISTARCHN - '
                      'CONVERTED ' WS-ARCH-COUNT
           END-IF.

      * Widen one archived record
      *---------------------------------------------------------------
       3100-CONVERT-ARCH-RECORD.
           READ OLD-ARCH-IN
           AT END
              SET ARCH-EOF-YES TO TRUE
           NOT AT END
              MOVE SPACES    TO NARCH-REC
              MOVE OARCH-REC TO NARCH-REC(1:87)
              WRITE NARCH-REC
              ADD 1 TO WS-ARCH-COUNT
           END-READ.

      * Close files, echo the counts, and signal the swap. A record
      * that failed to convert means HISTMASTN is NOT a complete
      * copy - the scheduler must not swap it over the live name
      *-----------------------------------------------------------------
       4000-CLOSE.
           IF NOT WS-ARCHIVE-ONLY AND WS-OLD-STATUS NOT = '35'
              CLOSE OLD-HIST-IN
                    NEW-HIST-OUT
              DISPLAY 'A7HSTCNV: HISTMAST CONVERTED TO HISTMASTN - '
