       IDENTIFICATION DIVISION.
       PROGRAM-ID. A7BKOUT.

      *-----------------------------------------------------------------
      * AUTHOR:  GRANT HEATH
      * PURPOSE: BACK OUT A BAD A7SPLIT RUN BY ITS RUN ID (BKOPARM) SO
      *          THE DAY'S CHAIN CAN BE RERUN FROM A7SPLIT ON A
      *          CORRECTED INSURVAL. IN ONE STEP IT DELETES THE RUN'S
      *          HISTMAST ROWS, REMOVES THE RUN'S TOTHIST ROW, PUTS
      *          PRIORTOT BACK TO THE FIGURES THE RUN STARTED FROM (THE
      *          TOTHIST ROW BEFORE IT - NONE MEANS NO PRIOR RUN), MARKS
      *          THE RUNAUDIT ENTRY BACKED OUT ('B') AND RESETS TODAY'S
      *          CYCCTL ROWS FROM A7SPLIT ON TO NOT STARTED. NOTHING IS
      *          CHANGED UNLESS EVERY CHECK PASSES FIRST: THE RUN MUST
      *          BE THE LATEST ON RUNAUDIT NOT ALREADY BACKED OUT, NO
      *          CLAIM FROM IT MAY HAVE REACHED PAID (OR REVERSED), NO
      *          LATER RUN MAY HAVE ADDED HISTMAST ROWS ON TOP OF ITS
      *          ROWS, PRIORTOT MUST STILL CARRY ITS TOTALS, AND NO
      *          STEP OF TODAY'S CHAIN MAY BE RUNNING OR HAVE ISSUED
      *          PAYMENTS A7HSTUP HAS NOT YET POSTED. A FAILED CHECK
      *          ENDS RC 8 WITH EVERY FILE UNTOUCHED. BKOPARM MODE 'P'
      *          RUNS THE CHECKS AND THE REPORT ONLY. THE BKORPT REPORT
      *          SHOWS BEFORE AND AFTER COUNTS AND AMOUNTS FOR EACH FILE
      *          SO AUDIT CAN SEE THE REVERSAL WAS COMPLETE. RUNS AS
      *          NEEDED, OUTSIDE THE A7CYCCTL CHAIN.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BKO-PARM-IN   ASSIGN TO BKOPARM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT HIST-MASTER   ASSIGN TO HISTMAST
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS HIST-KEY
                                FILE STATUS IS WS-MASTER-STATUS.
           SELECT TOTHIST-FILE  ASSIGN TO TOTHIST
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-TOTHIST-STATUS.
           SELECT TOTHIST-WORK  ASSIGN TO TOTHWK
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-THWORK-STATUS.
           SELECT PRIOR-TOTALS  ASSIGN TO PRIORTOT
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PRIOR-STATUS.
           SELECT AUDIT-FILE    ASSIGN TO RUNAUDIT
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CYC-CTL-FILE  ASSIGN TO CYCCTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CTL-STATUS.
           SELECT BKO-RPT-OUT   ASSIGN TO BKORPT
                                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * THE RUN TO BACK OUT (THE WS-RUN-ID A7SPLIT STAMPED ON ITS
      * OUTPUT) AND THE MODE ('P' = CHECK AND REPORT ONLY)
      *-----------------------------------------------------------------
       FD  BKO-PARM-IN.
       01 BKO-PARM-REC.
          05 BP-RUN-ID           PIC X(14).
          05 BP-MODE             PIC X(01).

       FD  HIST-MASTER.
       COPY HISTREC.

      * ROLLING DAILY TOTALS HISTORY (LAYOUT OWNED BY A7SPLIT
      * TOTHIST-REC) - TH-TOTALS IS THE PRIOR-REC A7SPLIT SAVED
      *-----------------------------------------------------------------
       FD  TOTHIST-FILE.
       01 TOTHIST-REC.
          05 TH-RUN-DATE         PIC X(08).
          05 TH-TOTALS.
             10 TH-TOTAL-COUNT   PIC 9(05).
             10 TH-G-AMOUNT      PIC 9(09)V99.
             10 FILLER           PIC X(462).

      * TOTHIST COPIED HERE, THEN COPIED BACK WITHOUT THE RUN'S ROW
      *-----------------------------------------------------------------
       FD  TOTHIST-WORK.
       01 TOTHIST-WORK-REC      PIC X(486).

       FD  PRIOR-TOTALS.
       COPY PRITOTRE.

      * CUMULATIVE RUN AUDIT (LAYOUT OWNED BY A7SPLIT AUDIT-REC)
      *-----------------------------------------------------------------
       FD  AUDIT-FILE.
       01 AUDIT-REC.
          05 AUD-RUN-ID          PIC X(14).
          05 AUD-START-STAMP     PIC X(14).
          05 AUD-END-STAMP       PIC X(14).
          05 AUD-RECORDS-READ    PIC 9(07).
          05 AUD-TOTAL-COUNT     PIC 9(05).
          05 AUD-G-AMOUNT        PIC 9(09)V99.
          05 AUD-REP-COUNT       PIC 9(05).
          05 AUD-REP-AMOUNT      PIC 9(09)V99.
          05 AUD-RPL-COUNT       PIC 9(05).
          05 AUD-RPL-AMOUNT      PIC 9(09)V99.
          05 AUD-REJ-COUNT       PIC 9(05).
          05 AUD-DUP-COUNT       PIC 9(05).
          05 AUD-SUS-COUNT       PIC 9(05).
          05 AUD-SUS-AMOUNT      PIC 9(09)V99.
          05 AUD-RESTART-SW      PIC X(01).
          05 AUD-COMPLETE-SW     PIC X(01).
             88 AUD-BACKED-OUT                    VALUE 'B'.

      * CYCLE-CONTROL FILE (LAYOUT OWNED BY A7CYCCTL CYC-CTL-REC)
      *-----------------------------------------------------------------
       FD  CYC-CTL-FILE.
       01 CYC-CTL-REC.
          05 CYC-DATE            PIC X(08).
          05 CYC-STEP            PIC X(08).
          05 CYC-SEQ             PIC 9(03).
          05 CYC-START-STAMP     PIC X(14).
          05 CYC-END-STAMP       PIC X(14).
          05 CYC-RUN-ID          PIC X(14).
          05 CYC-STATUS          PIC X(01).

       FD  BKO-RPT-OUT.
       01 BKO-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

      * FLAGS AND FILE STATUS
      *-----------------------------------------------------------------
       01 WS-FLAGS.
          05 WS-HIST-EOF        PIC X             VALUE 'N'.
             88 HIST-EOF-YES                      VALUE 'Y'.
          05 WS-TH-EOF          PIC X             VALUE 'N'.
             88 TH-EOF-YES                        VALUE 'Y'.
          05 WS-AUD-EOF         PIC X             VALUE 'N'.
             88 AUD-EOF-YES                       VALUE 'Y'.
          05 WS-CTL-EOF         PIC X             VALUE 'N'.
             88 CTL-EOF-YES                       VALUE 'Y'.
          05 WS-MODE            PIC X(01)         VALUE 'U'.
             88 WS-PREVIEW                        VALUE 'P'.
          05 WS-REFUSED-SW      PIC X             VALUE 'N'.
             88 BACKOUT-REFUSED                   VALUE 'Y'.
          05 WS-WARN-SW         PIC X             VALUE 'N'.
             88 WS-WARNED                         VALUE 'Y'.
          05 WS-APPLIED-SW      PIC X             VALUE 'N'.
             88 BACKOUT-APPLIED                   VALUE 'Y'.
          05 WS-PAID-HDR-SW     PIC X             VALUE 'N'.
             88 PAID-HDR-DONE                     VALUE 'Y'.
          05 WS-PREV-RUN-SW     PIC X             VALUE 'N'.
             88 PREV-WAS-RUN-ROW                  VALUE 'Y'.
          05 WS-TOTHIST-SW      PIC X             VALUE 'N'.
             88 TOTHIST-AVAIL                     VALUE 'Y'.
          05 WS-PRIOR-SW        PIC X             VALUE 'N'.
             88 PRIOR-FOUND                       VALUE 'Y'.
          05 WS-RESTORE-SW      PIC X             VALUE 'N'.
             88 RESTORE-FOUND                     VALUE 'Y'.
          05 WS-CYC-RESET-SW    PIC X             VALUE 'N'.
             88 CYC-RESET-DUE                     VALUE 'Y'.
          05 WS-INCOMPLETE-SW   PIC X             VALUE 'N'.
             88 BACKOUT-INCOMPLETE                VALUE 'Y'.

       01 WS-PARM-STATUS        PIC X(02)         VALUE '00'.
       01 WS-MASTER-STATUS      PIC X(02)         VALUE '00'.
       01 WS-TOTHIST-STATUS     PIC X(02)         VALUE '00'.
       01 WS-THWORK-STATUS      PIC X(02)         VALUE '00'.
       01 WS-PRIOR-STATUS       PIC X(02)         VALUE '00'.
       01 WS-AUDIT-STATUS       PIC X(02)         VALUE '00'.
       01 WS-CTL-STATUS         PIC X(02)         VALUE '00'.
       01 WS-FAIL-FILE          PIC X(08)         VALUE SPACES.
       01 WS-FAIL-STATUS        PIC X(02)         VALUE SPACES.

       01 WS-RUN-ID             PIC X(14)         VALUE SPACES.
       01 WS-RUN-DATE           PIC X(08)         VALUE SPACES.
       01 WS-PREV-POL-DATE      PIC X(18)         VALUE SPACES.

      * RUNAUDIT POSITION AND STATUS OF THE RUN'S ENTRY
      *-----------------------------------------------------------------
       01 WS-AUD-ENTRIES        PIC 9(07)         VALUE 0.
       01 WS-AUD-MATCH-NO       PIC 9(07)         VALUE 0.
       01 WS-AUD-LATER-NO       PIC 9(07)         VALUE 0.
       01 WS-AUD-REC-NO         PIC 9(07)         VALUE 0.
       01 WS-AUD-SAVE.
          05 WS-AUD-TOTAL-COUNT PIC 9(05)         VALUE 0.
          05 WS-AUD-G-AMOUNT    PIC 9(09)V99      VALUE 0.
          05 WS-AUD-BEF-SW      PIC X(01)         VALUE SPACE.
          05 WS-AUD-AFT-SW      PIC X(01)         VALUE SPACE.

      * HISTMAST COUNTS, BEFORE AND AFTER
      *-----------------------------------------------------------------
       01 WS-HIST-TOTALS.
          05 WS-HIST-BEF-COUNT  PIC 9(09)         VALUE 0.
          05 WS-HIST-BEF-AMOUNT PIC 9(11)V99      VALUE 0.
          05 WS-HRUN-BEF-COUNT  PIC 9(09)         VALUE 0.
          05 WS-HRUN-BEF-AMOUNT PIC 9(11)V99      VALUE 0.
          05 WS-HIST-AFT-COUNT  PIC 9(09)         VALUE 0.
          05 WS-HIST-AFT-AMOUNT PIC 9(11)V99      VALUE 0.
          05 WS-HRUN-AFT-COUNT  PIC 9(09)         VALUE 0.
          05 WS-HRUN-AFT-AMOUNT PIC 9(11)V99      VALUE 0.
          05 WS-PAID-COUNT      PIC 9(07)         VALUE 0.
          05 WS-STACKED-COUNT   PIC 9(07)         VALUE 0.
          05 WS-DELETED-COUNT   PIC 9(09)         VALUE 0.

      * TOTHIST COUNTS AND THE ROW TO REMOVE. WS-RESTORE-TOTALS IS
      * THE ROW BEFORE IT - THE FIGURES PRIORTOT HELD WHEN THE RUN
      * STARTED
      *-----------------------------------------------------------------
       01 WS-TH-TOTALS.
          05 WS-TH-BEF-COUNT    PIC 9(07)         VALUE 0.
          05 WS-TH-BEF-AMOUNT   PIC 9(11)V99      VALUE 0.
          05 WS-TH-AFT-COUNT    PIC 9(07)         VALUE 0.
          05 WS-TH-AFT-AMOUNT   PIC 9(11)V99      VALUE 0.
          05 WS-TH-MATCH-NO     PIC 9(07)         VALUE 0.
          05 WS-TH-REC-NO       PIC 9(07)         VALUE 0.
          05 WS-TH-RUN-COUNT    PIC 9(07)         VALUE 0.
          05 WS-TH-RUN-AMOUNT   PIC 9(11)V99      VALUE 0.

       01 WS-LAST-TOTALS        PIC X(478)        VALUE SPACES.
       01 WS-MATCH-TOTALS       PIC X(478)        VALUE SPACES.
       01 WS-RESTORE-TOTALS     PIC X(478)        VALUE SPACES.
       01 WS-LAST-FOUND-SW      PIC X             VALUE 'N'.
          88 LAST-FOUND                           VALUE 'Y'.

      * PRIORTOT GRAND TOTALS, BEFORE AND AFTER
      *-----------------------------------------------------------------
       01 WS-PRI-TOTALS.
          05 WS-PRI-BEF-COUNT   PIC 9(05)         VALUE 0.
          05 WS-PRI-BEF-AMOUNT  PIC 9(09)V99      VALUE 0.
          05 WS-PRI-AFT-COUNT   PIC 9(05)         VALUE 0.
          05 WS-PRI-AFT-AMOUNT  PIC 9(09)V99      VALUE 0.

      * TODAY'S CYCCTL ROWS (A7CYCCTL KEEPS ONE ROW PER CHAIN STEP)
      *-----------------------------------------------------------------
       01 WS-CYC-MAX            PIC 9(02)         VALUE 12.
       01 WS-CYC-COUNT          PIC 9(02)         VALUE 0.
       01 WS-CYC-SUB            PIC 9(02)         VALUE 0.
       01 WS-CYC-SPLIT-SEQ      PIC 9(03)         VALUE 0.
       01 WS-CYC-BEF-ENDED      PIC 9(03)         VALUE 0.
       01 WS-CYC-AFT-ENDED      PIC 9(03)         VALUE 0.
       01 WS-CYC-PAYX-SW        PIC X(01)         VALUE SPACE.
       01 WS-CYC-HSTUP-SW       PIC X(01)         VALUE SPACE.
       01 WS-CYC-TABLE.
          05 WS-CYC-ROW OCCURS 12 TIMES.
             10 WS-CYC-ROW-REC  PIC X(62).

      * REPORT FORMATTING
      *-----------------------------------------------------------------
       01 WS-BKO-HDR-1          PIC X(80)         VALUE
             '          A7SPLIT RUN BACK-OUT REPORT'.

       01 WS-BKO-DASHES         PIC X(110)        VALUE ALL '-'.

       01 WS-BKO-RUN-LINE.
          05 FILLER             PIC X(08)         VALUE 'RUN ID:'.
          05 BRL-RUN-ID         PIC X(14).
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 FILLER             PIC X(06)         VALUE 'MODE:'.
          05 BRL-MODE           PIC X(20).

       01 WS-BKO-COL-HDR.
          05 FILLER             PIC X(10)         VALUE 'FILE'.
          05 FILLER             PIC X(30)         VALUE 'ITEM'.
          05 FILLER             PIC X(35)         VALUE
             '   BEFORE: COUNT          AMOUNT'.
          05 FILLER             PIC X(35)         VALUE
             '    AFTER: COUNT          AMOUNT'.

       01 WS-BKO-DET-LINE.
          05 BDL-FILE           PIC X(10).
          05 BDL-ITEM           PIC X(30).
          05 BDL-BEF-COUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 BDL-BEF-AMOUNT     PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 BDL-AFT-COUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 BDL-AFT-AMOUNT     PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-BKO-PAID-LINE.
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 BPL-POLICY         PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 BPL-RECV-DATE      PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 BPL-SEQ            PIC ZZ9.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 BPL-STATUS         PIC X(12).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 BPL-AMOUNT         PIC $Z,ZZZ,ZZ9.99.

       01 WS-BKO-MSG-LINE.
          05 FILLER             PIC X(04)         VALUE '  * '.
          05 BML-TEXT           PIC X(100).

       PROCEDURE DIVISION.
      * Main
      *---------------------------------------------------------------
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-RUN-AUDIT
           PERFORM 2100-CHECK-HISTORY
           PERFORM 2200-CHECK-TOTALS-HISTORY
           PERFORM 2300-CHECK-PRIOR-TOTALS
           PERFORM 2400-CHECK-CYCLE-CONTROL
           IF NOT BACKOUT-REFUSED AND NOT WS-PREVIEW
              PERFORM 3000-DELETE-HISTORY
              PERFORM 3200-REMOVE-TOTALS-HISTORY
              IF NOT BACKOUT-INCOMPLETE
                 PERFORM 3300-RESTORE-PRIOR-TOTALS
              END-IF
              IF NOT BACKOUT-INCOMPLETE
                 PERFORM 3400-MARK-RUN-AUDIT
              END-IF
              IF NOT BACKOUT-INCOMPLETE
                 PERFORM 3500-RESET-CYCLE-CONTROL
              END-IF
              SET BACKOUT-APPLIED TO TRUE
           END-IF
           PERFORM 3100-COUNT-HISTORY-AFTER
           PERFORM 3800-WRITE-TOTALS-REPORT
           PERFORM 4000-CLOSE
           PERFORM 4900-SET-CONDITION-CODE
           GOBACK.

      * Read the run to back out and open HISTMAST and the report.
      * BKOPARM and HISTMAST are required - there is nothing to back
      * out without them
      *---------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT BKO-PARM-IN
           IF WS-PARM-STATUS NOT = '00'
              DISPLAY 'A7BKOUT-F: OPEN FAILED FILE=BKOPARM STATUS='
                      WS-PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           READ BKO-PARM-IN
           AT END
              DISPLAY 'A7BKOUT-F: BKOPARM IS EMPTY FILE=BKOPARM '
                      'STATUS=10'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-READ
           MOVE BP-RUN-ID      TO WS-RUN-ID
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE
           IF BP-MODE = 'P'
              SET WS-PREVIEW TO TRUE
           END-IF
           CLOSE BKO-PARM-IN

           IF WS-RUN-ID = SPACES OR WS-RUN-ID IS NOT NUMERIC
              DISPLAY 'A7BKOUT-F: BKOPARM RUN ID ' WS-RUN-ID
                      ' IS NOT A RUN ID'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O HIST-MASTER
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY 'A7BKOUT-F: OPEN FAILED FILE=HISTMAST STATUS='
                      WS-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT BKO-RPT-OUT
           WRITE BKO-RPT-LINE FROM WS-BKO-HDR-1
           WRITE BKO-RPT-LINE FROM WS-BKO-DASHES
           MOVE WS-RUN-ID TO BRL-RUN-ID
           IF WS-PREVIEW
              MOVE 'PREVIEW ONLY' TO BRL-MODE
           ELSE
              MOVE 'BACK OUT'     TO BRL-MODE
           END-IF
           WRITE BKO-RPT-LINE FROM WS-BKO-RUN-LINE
           WRITE BKO-RPT-LINE FROM WS-BKO-DASHES.

      * The run must be on RUNAUDIT, not already backed out, and the
      * latest run that still stands - backing out an older run
      * would leave a later run's PRIORTOT and HISTMAST rows built
      * on figures that no longer exist
      *---------------------------------------------------------------
       2000-CHECK-RUN-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
              DISPLAY 'A7BKOUT-F: OPEN FAILED FILE=RUNAUDIT STATUS='
                      WS-AUDIT-STATUS
              MOVE 'RUNAUDIT COULD NOT BE OPENED' TO BML-TEXT
              PERFORM 2900-REFUSE
           ELSE
              PERFORM UNTIL AUD-EOF-YES
                      READ AUDIT-FILE
                      AT END
                         SET AUD-EOF-YES TO TRUE
                      NOT AT END
                         ADD 1 TO WS-AUD-ENTRIES
                         PERFORM 2050-NOTE-AUDIT-ENTRY
                      END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
              EVALUATE TRUE
              WHEN WS-AUD-MATCH-NO = 0
                   MOVE 'RUN ID IS NOT ON RUNAUDIT' TO BML-TEXT
                   PERFORM 2900-REFUSE
              WHEN WS-AUD-BEF-SW = 'B'
                   MOVE 'RUN IS ALREADY BACKED OUT ON RUNAUDIT'
                      TO BML-TEXT
                   PERFORM 2900-REFUSE
              WHEN WS-AUD-LATER-NO > WS-AUD-MATCH-NO
                   MOVE 'A LATER RUN STANDS - BACK IT OUT FIRST'
                      TO BML-TEXT
                   PERFORM 2900-REFUSE
              END-EVALUATE
           END-IF
           MOVE WS-AUD-BEF-SW TO WS-AUD-AFT-SW.

      * Remember where the run's entry sits and where the latest
      * entry not backed out sits
      *---------------------------------------------------------------
       2050-NOTE-AUDIT-ENTRY.
           IF AUD-RUN-ID = WS-RUN-ID
              MOVE WS-AUD-ENTRIES  TO WS-AUD-MATCH-NO
              MOVE AUD-TOTAL-COUNT TO WS-AUD-TOTAL-COUNT
              MOVE AUD-G-AMOUNT    TO WS-AUD-G-AMOUNT
              MOVE AUD-COMPLETE-SW TO WS-AUD-BEF-SW
           ELSE
              IF NOT AUD-BACKED-OUT
                 MOVE WS-AUD-ENTRIES TO WS-AUD-LATER-NO
              END-IF
           END-IF.

      * Sweep HISTMAST: count every row and the run's rows, list any
      * claim of the run that has been paid (or paid and reversed),
      * and catch any later run's row stacked on top of a row of the
      * run for the same claim - deleting under it would leave a gap
      * A7HSTUP stops at
      *---------------------------------------------------------------
       2100-CHECK-HISTORY.
           MOVE 'N' TO WS-HIST-EOF
           MOVE 'N' TO WS-PREV-RUN-SW
           MOVE LOW-VALUES TO HIST-KEY
           START HIST-MASTER KEY NOT < HIST-KEY
           INVALID KEY
              SET HIST-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL HIST-EOF-YES
                   READ HIST-MASTER NEXT RECORD
                   AT END
                      SET HIST-EOF-YES TO TRUE
                   NOT AT END
                      PERFORM 2150-CHECK-HISTORY-ROW
                   END-READ
           END-PERFORM

           IF WS-PAID-COUNT > 0
              MOVE 'CLAIMS FROM THIS RUN HAVE REACHED PAID (LISTED)'
                 TO BML-TEXT
              PERFORM 2900-REFUSE
           END-IF
           IF WS-STACKED-COUNT > 0
              MOVE 'A LATER RUN HAS HISTMAST ROWS ABOVE THIS RUN'
                 TO BML-TEXT
              PERFORM 2900-REFUSE
           END-IF
           IF WS-HRUN-BEF-COUNT = 0
              MOVE 'NO HISTMAST ROWS CARRY THIS RUN ID' TO BML-TEXT
              PERFORM 2950-WARN
           END-IF.

      * Check one HISTMAST row
      *---------------------------------------------------------------
       2150-CHECK-HISTORY-ROW.
           ADD 1           TO WS-HIST-BEF-COUNT
           ADD HIST-AMOUNT TO WS-HIST-BEF-AMOUNT
           IF PREV-WAS-RUN-ROW AND
              HIST-KEY(1:18) = WS-PREV-POL-DATE AND
              HIST-RUN-ID NOT = WS-RUN-ID
              ADD 1 TO WS-STACKED-COUNT
           END-IF
           MOVE 'N' TO WS-PREV-RUN-SW
           IF HIST-RUN-ID = WS-RUN-ID
              SET PREV-WAS-RUN-ROW TO TRUE
              MOVE HIST-KEY(1:18) TO WS-PREV-POL-DATE
              ADD 1           TO WS-HRUN-BEF-COUNT
              ADD HIST-AMOUNT TO WS-HRUN-BEF-AMOUNT
              IF HIST-CUR-STATUS = 'PAID' OR 'REVERSED'
                 PERFORM 2160-LIST-PAID-CLAIM
              END-IF
           END-IF.

      * List a paid claim that blocks the back-out
      *---------------------------------------------------------------
       2160-LIST-PAID-CLAIM.
           ADD 1 TO WS-PAID-COUNT
           IF NOT PAID-HDR-DONE
              MOVE SPACES TO BKO-RPT-LINE
              MOVE 'CLAIMS FROM THIS RUN ALREADY PAID:'
                 TO BKO-RPT-LINE
              WRITE BKO-RPT-LINE
              SET PAID-HDR-DONE TO TRUE
           END-IF
           MOVE HIST-POLICY     TO BPL-POLICY
           MOVE HIST-RECV-DATE  TO BPL-RECV-DATE
           MOVE HIST-SEQ        TO BPL-SEQ
           MOVE HIST-CUR-STATUS TO BPL-STATUS
           MOVE HIST-AMOUNT     TO BPL-AMOUNT
           WRITE BKO-RPT-LINE FROM WS-BKO-PAID-LINE.

      * Find the run's TOTHIST row - the last row for the run date
      * carrying the grand totals RUNAUDIT holds for the run - and
      * the row before it. The run's row must be the last row. A
      * run that failed its batch controls wrote no row, which is
      * not an error. A TOTHIST that is there but will not open
      * refuses the back-out - PRIORTOT could not be put back
      *---------------------------------------------------------------
       2200-CHECK-TOTALS-HISTORY.
           OPEN INPUT TOTHIST-FILE
           IF WS-TOTHIST-STATUS = '00'
              SET TOTHIST-AVAIL TO TRUE
              MOVE 'N' TO WS-LAST-FOUND-SW
              PERFORM UNTIL TH-EOF-YES
                      READ TOTHIST-FILE
                      AT END
                         SET TH-EOF-YES TO TRUE
                      NOT AT END
                         PERFORM 2250-CHECK-TOTALS-ROW
                      END-READ
              END-PERFORM
              CLOSE TOTHIST-FILE
           END-IF

           EVALUATE TRUE
           WHEN NOT TOTHIST-AVAIL AND WS-TOTHIST-STATUS NOT = '35'
                DISPLAY 'A7BKOUT-F: OPEN FAILED FILE=TOTHIST STATUS='
                        WS-TOTHIST-STATUS
                MOVE 'TOTHIST COULD NOT BE OPENED' TO BML-TEXT
                PERFORM 2900-REFUSE
           WHEN WS-TH-MATCH-NO = 0 AND WS-AUD-BEF-SW = 'A'
                CONTINUE
           WHEN WS-TH-MATCH-NO = 0
                MOVE 'NO TOTHIST ROW FOR THE RUN - PRIORTOT LEFT ALONE'
                   TO BML-TEXT
                PERFORM 2950-WARN
           WHEN WS-TH-MATCH-NO NOT = WS-TH-BEF-COUNT
                MOVE 'THIS RUN''S TOTHIST ROW IS NOT THE LAST ROW'
                   TO BML-TEXT
                PERFORM 2900-REFUSE
           WHEN OTHER
                MOVE 1 TO WS-TH-RUN-COUNT
           END-EVALUATE.

      * Check one TOTHIST row; keep the row before a match
      *---------------------------------------------------------------
       2250-CHECK-TOTALS-ROW.
           ADD 1           TO WS-TH-BEF-COUNT
           ADD TH-G-AMOUNT TO WS-TH-BEF-AMOUNT
           IF TH-RUN-DATE    = WS-RUN-DATE AND
              TH-TOTAL-COUNT = WS-AUD-TOTAL-COUNT AND
              TH-G-AMOUNT    = WS-AUD-G-AMOUNT AND
              WS-AUD-BEF-SW NOT = 'A'
              MOVE WS-TH-BEF-COUNT TO WS-TH-MATCH-NO
              MOVE TH-G-AMOUNT     TO WS-TH-RUN-AMOUNT
              MOVE TH-TOTALS       TO WS-MATCH-TOTALS
              MOVE WS-LAST-FOUND-SW TO WS-RESTORE-SW
              MOVE WS-LAST-TOTALS  TO WS-RESTORE-TOTALS
           END-IF
           MOVE TH-TOTALS TO WS-LAST-TOTALS
           SET LAST-FOUND TO TRUE.

      * PRIORTOT must still hold the run's totals, or something has
      * overwritten it since and restoring it would lose that
      *---------------------------------------------------------------
       2300-CHECK-PRIOR-TOTALS.
           OPEN INPUT PRIOR-TOTALS
           IF WS-PRIOR-STATUS = '00'
              READ PRIOR-TOTALS
              NOT AT END
                 SET PRIOR-FOUND TO TRUE
                 MOVE PRI-TOTAL-COUNT TO WS-PRI-BEF-COUNT
                 MOVE PRI-G-AMOUNT    TO WS-PRI-BEF-AMOUNT
              END-READ
              CLOSE PRIOR-TOTALS
           END-IF
           MOVE WS-PRI-BEF-COUNT  TO WS-PRI-AFT-COUNT
           MOVE WS-PRI-BEF-AMOUNT TO WS-PRI-AFT-AMOUNT

           IF WS-TH-RUN-COUNT > 0
              IF NOT PRIOR-FOUND OR PRIOR-REC NOT = WS-MATCH-TOTALS
                 MOVE 'PRIORTOT NO LONGER CARRIES THIS RUN''S TOTALS'
                    TO BML-TEXT
                 PERFORM 2900-REFUSE
              END-IF
           END-IF.

      * Load the CYCCTL rows. Rows for the run date are reset from
      * A7SPLIT on, provided A7SPLIT's row belongs to this run, no
      * step is still running, and A7PAYX has not issued payments
      * A7HSTUP has yet to post to HISTMAST (their claims would not
      * show as PAID above). Rows for another date are left alone -
      * the next A7CYCCTL call starts that cycle fresh anyway. A
      * CYCCTL that is there but will not open refuses the back-out
      *---------------------------------------------------------------
       2400-CHECK-CYCLE-CONTROL.
           OPEN INPUT CYC-CTL-FILE
           IF WS-CTL-STATUS = '00'
              PERFORM UNTIL CTL-EOF-YES
                      READ CYC-CTL-FILE
                      AT END
                         SET CTL-EOF-YES TO TRUE
                      NOT AT END
                         PERFORM 2450-CHECK-CYCLE-ROW
                      END-READ
              END-PERFORM
              CLOSE CYC-CTL-FILE
           END-IF
           MOVE WS-CYC-BEF-ENDED TO WS-CYC-AFT-ENDED

           EVALUATE TRUE
           WHEN WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '35'
                DISPLAY 'A7BKOUT-F: OPEN FAILED FILE=CYCCTL STATUS='
                        WS-CTL-STATUS
                MOVE 'CYCCTL COULD NOT BE OPENED' TO BML-TEXT
                PERFORM 2900-REFUSE
           WHEN NOT CYC-RESET-DUE
                MOVE 'CYCCTL HOLDS NO CYCLE FOR THE RUN DATE'
                   TO BML-TEXT
                PERFORM 2950-WARN
           WHEN WS-CYC-PAYX-SW NOT = SPACE AND
                WS-CYC-HSTUP-SW NOT = 'E'
                MOVE 'A7PAYX PAYMENTS NOT YET POSTED BY A7HSTUP'
                   TO BML-TEXT
                PERFORM 2900-REFUSE
           END-EVALUATE.

      * Check and keep one CYCCTL row
      *---------------------------------------------------------------
       2450-CHECK-CYCLE-ROW.
           IF WS-CYC-COUNT < WS-CYC-MAX
              ADD 1 TO WS-CYC-COUNT
              MOVE CYC-CTL-REC TO WS-CYC-ROW-REC(WS-CYC-COUNT)
           ELSE
              MOVE 'CYCCTL HAS MORE ROWS THAN THE CHAIN HAS STEPS'
                 TO BML-TEXT
              PERFORM 2900-REFUSE
           END-IF
           IF CYC-STATUS = 'E'
              ADD 1 TO WS-CYC-BEF-ENDED
           END-IF
           IF CYC-DATE = WS-RUN-DATE
              IF CYC-STATUS = 'S'
                 MOVE SPACES TO BML-TEXT
                 STRING 'STEP ' CYC-STEP ' IS STILL RUNNING'
                        DELIMITED BY SIZE INTO BML-TEXT
                 END-STRING
                 PERFORM 2900-REFUSE
              END-IF
              EVALUATE CYC-STEP
              WHEN 'A7SPLIT'
                   IF CYC-STATUS = 'E' AND CYC-RUN-ID NOT = WS-RUN-ID
                      MOVE 'A7SPLIT STEP ENDED AGAINST ANOTHER RUN'
                         TO BML-TEXT
                      PERFORM 2900-REFUSE
                   ELSE
                      SET CYC-RESET-DUE TO TRUE
                      MOVE CYC-SEQ TO WS-CYC-SPLIT-SEQ
                   END-IF
              WHEN 'A7PAYX'
                   MOVE CYC-STATUS TO WS-CYC-PAYX-SW
              WHEN 'A7HSTUP'
                   MOVE CYC-STATUS TO WS-CYC-HSTUP-SW
              END-EVALUATE
           END-IF.

      * Record a failed check: the back-out will not be applied
      *---------------------------------------------------------------
       2900-REFUSE.
           SET BACKOUT-REFUSED TO TRUE
           DISPLAY 'A7BKOUT-F: RUN ' WS-RUN-ID ' - ' BML-TEXT
           WRITE BKO-RPT-LINE FROM WS-BKO-MSG-LINE.

      * Record a warning: the back-out goes ahead
      *---------------------------------------------------------------
       2950-WARN.
           SET WS-WARNED TO TRUE
           DISPLAY 'A7BKOUT-W: RUN ' WS-RUN-ID ' - ' BML-TEXT
           WRITE BKO-RPT-LINE FROM WS-BKO-MSG-LINE.

      * Delete the run's HISTMAST rows
      *---------------------------------------------------------------
       3000-DELETE-HISTORY.
           MOVE 'N' TO WS-HIST-EOF
           MOVE LOW-VALUES TO HIST-KEY
           START HIST-MASTER KEY NOT < HIST-KEY
           INVALID KEY
              SET HIST-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL HIST-EOF-YES
                   READ HIST-MASTER NEXT RECORD
                   AT END
                      SET HIST-EOF-YES TO TRUE
                   NOT AT END
                      IF HIST-RUN-ID = WS-RUN-ID
                         DELETE HIST-MASTER RECORD
                         INVALID KEY
                            DISPLAY 'A7BKOUT: DELETE FAILED, KEY='
                                    HIST-KEY ' STATUS='
                                    WS-MASTER-STATUS
                         NOT INVALID KEY
                            ADD 1 TO WS-DELETED-COUNT
                         END-DELETE
                      END-IF
                   END-READ
           END-PERFORM.

      * Recount HISTMAST so the report shows what is there now, not
      * what should be
      *---------------------------------------------------------------
       3100-COUNT-HISTORY-AFTER.
           MOVE 'N' TO WS-HIST-EOF
           MOVE LOW-VALUES TO HIST-KEY
           START HIST-MASTER KEY NOT < HIST-KEY
           INVALID KEY
              SET HIST-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL HIST-EOF-YES
                   READ HIST-MASTER NEXT RECORD
                   AT END
                      SET HIST-EOF-YES TO TRUE
                   NOT AT END
                      ADD 1           TO WS-HIST-AFT-COUNT
                      ADD HIST-AMOUNT TO WS-HIST-AFT-AMOUNT
                      IF HIST-RUN-ID = WS-RUN-ID
                         ADD 1           TO WS-HRUN-AFT-COUNT
                         ADD HIST-AMOUNT TO WS-HRUN-AFT-AMOUNT
                      END-IF
                   END-READ
           END-PERFORM.

      * Copy TOTHIST aside, then copy it back without the run's row.
      * Every open is checked before TOTHIST is opened for output -
      * a failed copy aside must never truncate the rolling history
      *---------------------------------------------------------------
       3200-REMOVE-TOTALS-HISTORY.
           MOVE WS-TH-BEF-COUNT  TO WS-TH-AFT-COUNT
           MOVE WS-TH-BEF-AMOUNT TO WS-TH-AFT-AMOUNT
           IF WS-TH-RUN-COUNT > 0
              OPEN INPUT TOTHIST-FILE
              IF WS-TOTHIST-STATUS NOT = '00'
                 MOVE 'TOTHIST'         TO WS-FAIL-FILE
                 MOVE WS-TOTHIST-STATUS TO WS-FAIL-STATUS
                 PERFORM 3900-STOP-APPLY
              END-IF
           END-IF
           IF WS-TH-RUN-COUNT > 0 AND NOT BACKOUT-INCOMPLETE
              OPEN OUTPUT TOTHIST-WORK
              IF WS-THWORK-STATUS NOT = '00'
                 MOVE 'TOTHWK'          TO WS-FAIL-FILE
                 MOVE WS-THWORK-STATUS  TO WS-FAIL-STATUS
                 PERFORM 3900-STOP-APPLY
                 CLOSE TOTHIST-FILE
              END-IF
           END-IF
           IF WS-TH-RUN-COUNT > 0 AND NOT BACKOUT-INCOMPLETE
              MOVE 'N' TO WS-TH-EOF
              PERFORM UNTIL TH-EOF-YES
                      READ TOTHIST-FILE
                      AT END
                         SET TH-EOF-YES TO TRUE
                      NOT AT END
                         WRITE TOTHIST-WORK-REC FROM TOTHIST-REC
                      END-READ
              END-PERFORM
              CLOSE TOTHIST-FILE
                    TOTHIST-WORK

              OPEN INPUT TOTHIST-WORK
              IF WS-THWORK-STATUS NOT = '00'
                 MOVE 'TOTHWK'          TO WS-FAIL-FILE
                 MOVE WS-THWORK-STATUS  TO WS-FAIL-STATUS
                 PERFORM 3900-STOP-APPLY
              END-IF
           END-IF
           IF WS-TH-RUN-COUNT > 0 AND NOT BACKOUT-INCOMPLETE
              OPEN OUTPUT TOTHIST-FILE
              IF WS-TOTHIST-STATUS NOT = '00'
                 MOVE 'TOTHIST'         TO WS-FAIL-FILE
                 MOVE WS-TOTHIST-STATUS TO WS-FAIL-STATUS
                 PERFORM 3900-STOP-APPLY
                 CLOSE TOTHIST-WORK
              END-IF
           END-IF
           IF WS-TH-RUN-COUNT > 0 AND NOT BACKOUT-INCOMPLETE
              MOVE 0   TO WS-TH-AFT-COUNT
              MOVE 0   TO WS-TH-AFT-AMOUNT
              MOVE 'N' TO WS-TH-EOF
              MOVE 0   TO WS-TH-REC-NO
              PERFORM UNTIL TH-EOF-YES
                      READ TOTHIST-WORK
                      AT END
                         SET TH-EOF-YES TO TRUE
                      NOT AT END
                         PERFORM 3250-COPY-BACK-TOTALS-ROW
                      END-READ
              END-PERFORM
              CLOSE TOTHIST-WORK
                    TOTHIST-FILE
           END-IF.

      * Copy one row back unless it is the run's row
      *---------------------------------------------------------------
       3250-COPY-BACK-TOTALS-ROW.
           ADD 1 TO WS-TH-REC-NO
           IF WS-TH-REC-NO NOT = WS-TH-MATCH-NO
              MOVE TOTHIST-WORK-REC TO TOTHIST-REC
              WRITE TOTHIST-REC
              ADD 1           TO WS-TH-AFT-COUNT
              ADD TH-G-AMOUNT TO WS-TH-AFT-AMOUNT
           END-IF.

      * Put PRIORTOT back to the row before the run's TOTHIST row.
      * With no earlier row the run was the first, and PRIORTOT goes
      * back to empty - A7SPLIT prints NO PRIOR RUN DATA
      *---------------------------------------------------------------
       3300-RESTORE-PRIOR-TOTALS.
           IF WS-TH-RUN-COUNT > 0
              OPEN OUTPUT PRIOR-TOTALS
              IF WS-PRIOR-STATUS NOT = '00'
                 MOVE 'PRIORTOT'        TO WS-FAIL-FILE
                 MOVE WS-PRIOR-STATUS   TO WS-FAIL-STATUS
                 PERFORM 3900-STOP-APPLY
              END-IF
           END-IF
           IF WS-TH-RUN-COUNT > 0 AND NOT BACKOUT-INCOMPLETE
              IF RESTORE-FOUND
                 MOVE WS-RESTORE-TOTALS TO PRIOR-REC
                 WRITE PRIOR-REC
                 MOVE PRI-TOTAL-COUNT TO WS-PRI-AFT-COUNT
                 MOVE PRI-G-AMOUNT    TO WS-PRI-AFT-AMOUNT
              ELSE
                 MOVE 0 TO WS-PRI-AFT-COUNT
                 MOVE 0 TO WS-PRI-AFT-AMOUNT
              END-IF
              CLOSE PRIOR-TOTALS
           END-IF.

      * Mark the run's RUNAUDIT entry backed out, in place. By now
      * the run's rows are gone, so an unmarked entry would let the
      * checks pass again on a half-backed-out run - fatal
      *---------------------------------------------------------------
       3400-MARK-RUN-AUDIT.
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
              MOVE 'RUNAUDIT'        TO WS-FAIL-FILE
              MOVE WS-AUDIT-STATUS   TO WS-FAIL-STATUS
              PERFORM 3900-STOP-APPLY
           ELSE
              MOVE 'N' TO WS-AUD-EOF
              MOVE 0   TO WS-AUD-REC-NO
              PERFORM UNTIL AUD-EOF-YES
                      READ AUDIT-FILE
                      AT END
                         SET AUD-EOF-YES TO TRUE
                      NOT AT END
                         ADD 1 TO WS-AUD-REC-NO
                         IF WS-AUD-REC-NO = WS-AUD-MATCH-NO
                            SET AUD-BACKED-OUT TO TRUE
                            REWRITE AUDIT-REC
                            MOVE AUD-COMPLETE-SW TO WS-AUD-AFT-SW
                            SET AUD-EOF-YES TO TRUE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.

      * Reset the run date's CYCCTL rows from A7SPLIT on to NOT
      * STARTED; A7RECYC stays ended, so the chain picks up again
      * at A7SPLIT
      *---------------------------------------------------------------
       3500-RESET-CYCLE-CONTROL.
           IF CYC-RESET-DUE
              OPEN OUTPUT CYC-CTL-FILE
              IF WS-CTL-STATUS NOT = '00'
                 MOVE 'CYCCTL'          TO WS-FAIL-FILE
                 MOVE WS-CTL-STATUS     TO WS-FAIL-STATUS
                 PERFORM 3900-STOP-APPLY
              END-IF
           END-IF
           IF CYC-RESET-DUE AND NOT BACKOUT-INCOMPLETE
              MOVE 0 TO WS-CYC-AFT-ENDED
              PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                 UNTIL WS-CYC-SUB > WS-CYC-COUNT
                 MOVE WS-CYC-ROW-REC(WS-CYC-SUB) TO CYC-CTL-REC
                 IF CYC-DATE = WS-RUN-DATE AND
                    CYC-SEQ NOT < WS-CYC-SPLIT-SEQ
                    MOVE SPACES TO CYC-START-STAMP
                    MOVE SPACES TO CYC-END-STAMP
                    MOVE SPACES TO CYC-RUN-ID
                    MOVE SPACE  TO CYC-STATUS
                 END-IF
                 IF CYC-STATUS = 'E'
                    ADD 1 TO WS-CYC-AFT-ENDED
                 END-IF
                 WRITE CYC-CTL-REC
              END-PERFORM
              CLOSE CYC-CTL-FILE
           END-IF.

      * An output file would not open part way through the apply:
      * stop there, before anything else is overwritten. The report
      * and the condition code show the back-out incomplete
      *---------------------------------------------------------------
       3900-STOP-APPLY.
           SET BACKOUT-INCOMPLETE TO TRUE
           DISPLAY 'A7BKOUT-F: OPEN FAILED FILE=' WS-FAIL-FILE
                   ' STATUS=' WS-FAIL-STATUS
           MOVE 8 TO RETURN-CODE
           MOVE SPACES TO BML-TEXT
           STRING 'OPEN FAILED FILE=' WS-FAIL-FILE ' STATUS='
                  WS-FAIL-STATUS ' - APPLY STOPPED THERE'
                  DELIMITED BY SIZE INTO BML-TEXT
           END-STRING
           WRITE BKO-RPT-LINE FROM WS-BKO-MSG-LINE.

      * Before and after counts and amounts for every file touched
      *---------------------------------------------------------------
       3800-WRITE-TOTALS-REPORT.
           IF NOT BACKOUT-APPLIED
              MOVE WS-TH-BEF-COUNT  TO WS-TH-AFT-COUNT
              MOVE WS-TH-BEF-AMOUNT TO WS-TH-AFT-AMOUNT
           END-IF
           WRITE BKO-RPT-LINE FROM WS-BKO-DASHES
           WRITE BKO-RPT-LINE FROM WS-BKO-COL-HDR
           WRITE BKO-RPT-LINE FROM WS-BKO-DASHES

           MOVE 'HISTMAST'              TO BDL-FILE
           MOVE 'ALL ROWS'              TO BDL-ITEM
           MOVE WS-HIST-BEF-COUNT       TO BDL-BEF-COUNT
           MOVE WS-HIST-BEF-AMOUNT      TO BDL-BEF-AMOUNT
           MOVE WS-HIST-AFT-COUNT       TO BDL-AFT-COUNT
           MOVE WS-HIST-AFT-AMOUNT      TO BDL-AFT-AMOUNT
           WRITE BKO-RPT-LINE FROM WS-BKO-DET-LINE
           MOVE SPACES                  TO BDL-FILE
           MOVE 'ROWS FOR THE RUN'      TO BDL-ITEM
           MOVE WS-HRUN-BEF-COUNT       TO BDL-BEF-COUNT
           MOVE WS-HRUN-BEF-AMOUNT      TO BDL-BEF-AMOUNT
           MOVE WS-HRUN-AFT-COUNT       TO BDL-AFT-COUNT
           MOVE WS-HRUN-AFT-AMOUNT      TO BDL-AFT-AMOUNT
           WRITE BKO-RPT-LINE FROM WS-BKO-DET-LINE

           MOVE 'TOTHIST'               TO BDL-FILE
           MOVE 'ALL ROWS (TOTAL CLAIMS)' TO BDL-ITEM
           MOVE WS-TH-BEF-COUNT         TO BDL-BEF-COUNT
           MOVE WS-TH-BEF-AMOUNT        TO BDL-BEF-AMOUNT
           MOVE WS-TH-AFT-COUNT         TO BDL-AFT-COUNT
           MOVE WS-TH-AFT-AMOUNT        TO BDL-AFT-AMOUNT
           WRITE BKO-RPT-LINE FROM WS-BKO-DET-LINE
           MOVE SPACES                  TO BDL-FILE
           MOVE 'ROW FOR THE RUN'       TO BDL-ITEM
           MOVE WS-TH-RUN-COUNT         TO BDL-BEF-COUNT
           MOVE WS-TH-RUN-AMOUNT        TO BDL-BEF-AMOUNT
           IF BACKOUT-APPLIED
              MOVE 0                    TO BDL-AFT-COUNT
              MOVE 0                    TO BDL-AFT-AMOUNT
           ELSE
              MOVE WS-TH-RUN-COUNT      TO BDL-AFT-COUNT
              MOVE WS-TH-RUN-AMOUNT     TO BDL-AFT-AMOUNT
           END-IF
           WRITE BKO-RPT-LINE FROM WS-BKO-DET-LINE

           MOVE 'PRIORTOT'              TO BDL-FILE
           MOVE 'TOTAL CLAIMS'          TO BDL-ITEM
           MOVE WS-PRI-BEF-COUNT        TO BDL-BEF-COUNT
           MOVE WS-PRI-BEF-AMOUNT       TO BDL-BEF-AMOUNT
           MOVE WS-PRI-AFT-COUNT        TO BDL-AFT-COUNT
           MOVE WS-PRI-AFT-AMOUNT       TO BDL-AFT-AMOUNT
           WRITE BKO-RPT-LINE FROM WS-BKO-DET-LINE

           MOVE 'RUNAUDIT'              TO BDL-FILE
           MOVE SPACES                  TO BDL-ITEM
           STRING 'RUN ENTRY, STATUS ' WS-AUD-BEF-SW ' -> '
                  WS-AUD-AFT-SW DELIMITED BY SIZE INTO BDL-ITEM
           END-STRING
           MOVE WS-AUD-TOTAL-COUNT      TO BDL-BEF-COUNT
           MOVE WS-AUD-G-AMOUNT         TO BDL-BEF-AMOUNT
           MOVE WS-AUD-TOTAL-COUNT      TO BDL-AFT-COUNT
           MOVE WS-AUD-G-AMOUNT         TO BDL-AFT-AMOUNT
           WRITE BKO-RPT-LINE FROM WS-BKO-DET-LINE

           MOVE 'CYCCTL'                TO BDL-FILE
           MOVE 'STEPS ENDED'           TO BDL-ITEM
           MOVE WS-CYC-BEF-ENDED        TO BDL-BEF-COUNT
           MOVE 0                       TO BDL-BEF-AMOUNT
           MOVE WS-CYC-AFT-ENDED        TO BDL-AFT-COUNT
           MOVE 0                       TO BDL-AFT-AMOUNT
           WRITE BKO-RPT-LINE FROM WS-BKO-DET-LINE
           WRITE BKO-RPT-LINE FROM WS-BKO-DASHES

           MOVE SPACES TO BKO-RPT-LINE
           EVALUATE TRUE
           WHEN BACKOUT-REFUSED
                MOVE '** BACK-OUT REFUSED - NOTHING WAS CHANGED **'
                   TO BKO-RPT-LINE
           WHEN WS-PREVIEW
                MOVE 'PREVIEW ONLY - CHECKS PASSED, NOTHING WAS CHANGED'
                   TO BKO-RPT-LINE
           WHEN BACKOUT-INCOMPLETE
                MOVE '** BACK-OUT INCOMPLETE - SEE OPEN FAILURE **'
                   TO BKO-RPT-LINE
           WHEN WS-HRUN-AFT-COUNT > 0
                MOVE '** BACK-OUT INCOMPLETE - SEE HISTMAST ROWS **'
                   TO BKO-RPT-LINE
           WHEN OTHER
                MOVE 'BACK-OUT COMPLETE - RERUN THE CHAIN FROM A7SPLIT'
                   TO BKO-RPT-LINE
           END-EVALUATE
           WRITE BKO-RPT-LINE.

      * Close files and echo the counts for the job log
      *-----------------------------------------------------------------
       4000-CLOSE.
           CLOSE HIST-MASTER
                 BKO-RPT-OUT
           DISPLAY 'A7BKOUT: RUN ' WS-RUN-ID
                   ' HISTMAST ROWS ' WS-HRUN-BEF-COUNT
                   ' DELETED ' WS-DELETED-COUNT.

      *    Set the condition code the scheduler acts on: 8 when the
      *    back-out was refused, stopped on an open failure or left
      *    rows of the run behind (the chain must not be rerun), 4
      *    when it went ahead with a
      *    warning, 0 when clean
      *---------------------------------------------------------------
       4900-SET-CONDITION-CODE.
           EVALUATE TRUE
           WHEN BACKOUT-REFUSED
                MOVE 8 TO RETURN-CODE
           WHEN BACKOUT-INCOMPLETE
                MOVE 8 TO RETURN-CODE
           WHEN BACKOUT-APPLIED AND WS-HRUN-AFT-COUNT > 0
                MOVE 8 TO RETURN-CODE
           WHEN WS-WARNED
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM A7BKOUT.
