       IDENTIFICATION DIVISION.
       PROGRAM-ID. A7CATBDX.

      *-----------------------------------------------------------------
      * AUTHOR:  GRANT HEATH
      * PURPOSE: CATASTROPHE REINSURANCE RECOVERY BORDEREAU. TOTALS
      *          EVERY CLAIM A7SPLIT TAGGED WITH A CATASTROPHE EVENT
      *          CODE, FROM HISTMAST AS IT STANDS TODAY, SO THE LATER
      *          PAID AND REVERSED STATUSES A7HSTUP POSTED ARE COUNTED:
      *          A PAID CLAIM IS PAID, A REVERSED CLAIM IS PAID LESS
      *          THE AMOUNT A7RECOV REVERSED (ITS RECVMAST RECEIVABLE,
      *          THE WHOLE CLAIM WHEN THERE IS NONE), AN ACCEPTED OR
      *          SUSPENDED CLAIM IS OUTSTANDING, AND A REJECTED OR
      *          DECLINED CLAIM IS NOT INCURRED AT ALL. FOR EACH EVENT
      *          ON THE CATEVNT TABLE THE TREATY RETENTION COMES OFF
      *          THE NET PAID AND OFF THE INCURRED (PAID PLUS
      *          OUTSTANDING), CAPPED AT THE TREATY LIMIT, GIVING THE
      *          RECOVERY TO BILL NOW AND THE RECOVERY EXPECTED. THE
      *          CATBDX BORDEREAU FILE FOR THE REINSURER CARRIES A
      *          HEADER, ONE DETAIL PER CLAIM, ONE SUMMARY PER EVENT AND
      *          A TRAILER; CATRPT PRINTS THE SAME BY EVENT. BDXPARM
      *          CAN LIMIT THE RUN TO ONE EVENT, AND ITS RETAG SWITCH
      *          FIRST TIES UNTAGGED HISTMAST CLAIMS INSIDE AN EVENT'S
      *          REGIONS AND LOSS WINDOW TO IT - FOR AN EVENT DECLARED
      *          AFTER ITS FIRST CLAIMS WERE SPLIT. THE BORDEREAU IS
      *          CUMULATIVE TO DATE: THE REINSURER NETS WHAT WAS BILLED
      *          BEFORE. RUNS AS NEEDED, LIKE A7MONTH.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BDX-PARM-IN   ASSIGN TO BDXPARM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT CAT-EVENT-IN  ASSIGN TO CATEVNT
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CATEVNT-STATUS.
           SELECT HIST-MASTER   ASSIGN TO HISTMAST
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS HIST-KEY
                                FILE STATUS IS WS-MASTER-STATUS.
           SELECT RECV-MASTER   ASSIGN TO RECVMAST
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RC-KEY
                                FILE STATUS IS WS-RECV-STATUS.
           SELECT BDX-OUT       ASSIGN TO CATBDX
                                ORGANIZATION IS SEQUENTIAL.
           SELECT BDX-RPT-OUT   ASSIGN TO CATRPT
                                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * RUN PARAMETERS - ONE EVENT CODE (SPACES = EVERY EVENT) AND
      * THE RETAG SWITCH ('Y' = TAG UNTAGGED CLAIMS FIRST)
      *-----------------------------------------------------------------
       FD  BDX-PARM-IN.
       01 BDX-PARM-REC.
          05 BX-EVENT-CODE       PIC X(06).
          05 BX-RETAG            PIC X(01).

       FD  CAT-EVENT-IN.
       COPY CATEREC.

       FD  HIST-MASTER.
       COPY HISTREC.

      * RECOVERY RECEIVABLES (LAYOUT OWNED BY A7RECOV) - THE AMOUNT
      * REVERSED OFF EACH REVERSED PAID CLAIM
      *-----------------------------------------------------------------
       FD  RECV-MASTER.
       COPY RECVREC.

      * BORDEREAU FILE - HEADER, CLAIM DETAILS, EVENT SUMMARIES AND
      * A TRAILER (SEE WS-BDX-HEADER / -DETAIL / -EVENT / -TRAILER)
      *-----------------------------------------------------------------
       FD  BDX-OUT.
       01 BDX-REC               PIC X(150).

       FD  BDX-RPT-OUT.
       01 BDX-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

      * FLAGS AND FILE STATUS
      *-----------------------------------------------------------------
       01 WS-FLAGS.
          05 WS-CATEVNT-EOF     PIC X             VALUE 'N'.
             88 CATEVNT-EOF-YES                   VALUE 'Y'.
          05 WS-HIST-EOF        PIC X             VALUE 'N'.
             88 HIST-EOF-YES                      VALUE 'Y'.
          05 WS-RECV-SW         PIC X             VALUE 'N'.
             88 RECV-AVAIL                        VALUE 'Y'.
          05 WS-RETAG-SW        PIC X             VALUE 'N'.
             88 WS-RETAG                          VALUE 'Y'.
          05 WS-WARN-SW         PIC X             VALUE 'N'.
             88 WS-WARNED                         VALUE 'Y'.

       01 WS-PARM-STATUS        PIC X(02)         VALUE '00'.
       01 WS-CATEVNT-STATUS     PIC X(02)         VALUE '00'.
       01 WS-MASTER-STATUS      PIC X(02)         VALUE '00'.
       01 WS-RECV-STATUS        PIC X(02)         VALUE '00'.

       01 WS-RUN-DATE           PIC X(08)         VALUE SPACES.
       01 WS-EVENT-FILTER       PIC X(06)         VALUE SPACES.

      * THE EVENT TABLE, LOADED FROM CATEVNT, WITH EACH EVENT'S
      * RUNNING TOTALS
      *-----------------------------------------------------------------
       01 WS-EVT-MAX            PIC 9(02)         VALUE 50.
       01 WS-EVT-COUNT          PIC 9(02)         VALUE 0.
       01 WS-EVT-SUB            PIC 9(02)         VALUE 0.
       01 WS-EVT-IDX            PIC 9(02)         VALUE 0.
       01 WS-REG-SUB            PIC 9(01)         VALUE 0.

       01 WS-EVENT-TABLE.
          05 WS-EVT-ENTRY OCCURS 50 TIMES.
             10 WS-EVT-CODE     PIC X(06).
             10 WS-EVT-NAME     PIC X(20).
             10 WS-EVT-STATUS   PIC X(01).
             10 WS-EVT-REGION   PIC X(03) OCCURS 4 TIMES.
             10 WS-EVT-FROM     PIC X(08).
             10 WS-EVT-TO       PIC X(08).
             10 WS-EVT-RETAIN   PIC 9(09)V99.
             10 WS-EVT-LIMIT    PIC 9(09)V99.
             10 WS-EVT-CLAIMS   PIC 9(07).
             10 WS-EVT-PAID-CNT PIC 9(07).
             10 WS-EVT-PAID-AMT PIC 9(11)V99.
             10 WS-EVT-REV-CNT  PIC 9(07).
             10 WS-EVT-REV-AMT  PIC 9(11)V99.
             10 WS-EVT-OS-CNT   PIC 9(07).
             10 WS-EVT-OS-AMT   PIC 9(11)V99.
             10 WS-EVT-EXC-CNT  PIC 9(07).
             10 WS-EVT-EXC-AMT  PIC 9(11)V99.
             10 WS-EVT-RETAGGED PIC 9(07).

      * ONE CLAIM'S SHARE AND ONE EVENT'S TREATY ARITHMETIC
      *-----------------------------------------------------------------
       01 WS-CLAIM-WORK.
          05 WS-CLM-REVERSED    PIC 9(07)V99      VALUE 0.
          05 WS-CLM-PAID        PIC 9(09)V99      VALUE 0.
          05 WS-CLM-OS          PIC 9(09)V99      VALUE 0.
          05 WS-CLM-INCLUDED-SW PIC X             VALUE 'N'.
             88 WS-CLM-INCLUDED                   VALUE 'Y'.

       01 WS-EVENT-WORK.
          05 WS-NET-PAID        PIC 9(11)V99      VALUE 0.
          05 WS-INCURRED        PIC 9(11)V99      VALUE 0.
          05 WS-RECOV-WORK      PIC S9(11)V99     VALUE 0.
          05 WS-RECOV-PAID      PIC 9(11)V99      VALUE 0.
          05 WS-RECOV-INCURRED  PIC 9(11)V99      VALUE 0.

      * RUN TOTALS
      *-----------------------------------------------------------------
       01 WS-RUN-TOTALS.
          05 WS-HIST-READ       PIC 9(09)         VALUE 0.
          05 WS-RETAG-COUNT     PIC 9(07)         VALUE 0.
          05 WS-UNKNOWN-COUNT   PIC 9(07)         VALUE 0.
          05 WS-DETAIL-COUNT    PIC 9(07)         VALUE 0.
          05 WS-EVENTS-WRITTEN  PIC 9(03)         VALUE 0.
          05 WS-TOT-NET-PAID    PIC 9(11)V99      VALUE 0.
          05 WS-TOT-OS          PIC 9(11)V99      VALUE 0.
          05 WS-TOT-INCURRED    PIC 9(11)V99      VALUE 0.
          05 WS-TOT-RECOV-PAID  PIC 9(11)V99      VALUE 0.
          05 WS-TOT-RECOV-INC   PIC 9(11)V99      VALUE 0.

      * BORDEREAU RECORDS
      *-----------------------------------------------------------------
       01 WS-BDX-HEADER.
          05 BXH-REC-TYPE       PIC X(01)         VALUE 'H'.
          05 BXH-RUN-DATE       PIC X(08).
          05 BXH-EVENT-FILTER   PIC X(06).
          05 FILLER             PIC X(135)        VALUE SPACES.

       01 WS-BDX-DETAIL.
          05 BXD-REC-TYPE       PIC X(01)         VALUE 'D'.
          05 BXD-EVENT-CODE     PIC X(06).
          05 BXD-POLICY         PIC X(10).
          05 BXD-RECV-DATE      PIC X(08).
          05 BXD-SEQ            PIC 9(03).
          05 BXD-REGION         PIC X(03).
          05 BXD-PROD-CODE      PIC X(03).
          05 BXD-STATUS         PIC X(12).
          05 BXD-STAT-DATE      PIC X(08).
          05 BXD-CLAIM-AMT      PIC 9(07)V99.
          05 BXD-REVERSED-AMT   PIC 9(07)V99.
          05 BXD-PAID-AMT       PIC 9(09)V99.
          05 BXD-OS-AMT         PIC 9(09)V99.
          05 FILLER             PIC X(56)         VALUE SPACES.

       01 WS-BDX-EVENT.
          05 BXE-REC-TYPE       PIC X(01)         VALUE 'E'.
          05 BXE-EVENT-CODE     PIC X(06).
          05 BXE-EVENT-NAME     PIC X(20).
          05 BXE-LOSS-FROM      PIC X(08).
          05 BXE-LOSS-TO        PIC X(08).
          05 BXE-CLAIMS         PIC 9(07).
          05 BXE-NET-PAID       PIC 9(11)V99.
          05 BXE-OS             PIC 9(11)V99.
          05 BXE-INCURRED       PIC 9(11)V99.
          05 BXE-RETENTION      PIC 9(09)V99.
          05 BXE-LIMIT          PIC 9(09)V99.
          05 BXE-RECOV-PAID     PIC 9(11)V99.
          05 BXE-RECOV-INCURRED PIC 9(11)V99.
          05 FILLER             PIC X(13)         VALUE SPACES.

       01 WS-BDX-TRAILER.
          05 BXT-REC-TYPE       PIC X(01)         VALUE 'T'.
          05 BXT-DETAIL-COUNT   PIC 9(07).
          05 BXT-EVENT-COUNT    PIC 9(03).
          05 BXT-NET-PAID       PIC 9(11)V99.
          05 BXT-RECOV-PAID     PIC 9(11)V99.
          05 BXT-RECOV-INCURRED PIC 9(11)V99.
          05 FILLER             PIC X(100)        VALUE SPACES.

      * REPORT FORMATTING
      *-----------------------------------------------------------------
       01 WS-BDX-HDR-1.
          05 FILLER             PIC X(52)         VALUE
             '          CATASTROPHE REINSURANCE RECOVERY BORDEREAU'.
          05 FILLER             PIC X(10)         VALUE ' - AS OF '.
          05 BRH-RUN-DATE       PIC X(08).

       01 WS-BDX-DASHES         PIC X(80)         VALUE ALL '-'.

       01 WS-BDX-EVT-LINE.
          05 FILLER             PIC X(07)         VALUE 'EVENT:'.
          05 BEL-EVENT-CODE     PIC X(06).
          05 FILLER             PIC X(01)         VALUE SPACE.
          05 BEL-EVENT-NAME     PIC X(20).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 BEL-STATUS         PIC X(06).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 FILLER             PIC X(13)         VALUE 'LOSS WINDOW:'.
          05 BEL-FROM           PIC X(08).
          05 FILLER             PIC X(03)         VALUE ' - '.
          05 BEL-TO             PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 FILLER             PIC X(09)         VALUE 'REGIONS:'.
          05 BEL-REGION         PIC X(04) OCCURS 4 TIMES.

       01 WS-BDX-TOT-LINE.
          05 BTL-LABEL          PIC X(40).
          05 BTL-COUNT          PIC ZZZZZZ9.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 BTL-AMOUNT         PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      * Main
      *---------------------------------------------------------------
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TOTAL-CLAIMS UNTIL HIST-EOF-YES
           PERFORM 3000-WRITE-EVENTS
           PERFORM 3500-WRITE-RUN-TOTALS
           PERFORM 4000-CLOSE
           PERFORM 4900-SET-CONDITION-CODE
           GOBACK.

      * Open files and load the event table. CATEVNT and HISTMAST are
      * required; a missing RECVMAST (status 35) only means nothing
      * has ever been reversed, so a reversed claim counts as
      * reversed in full - any other RECVMAST failure is fatal.
      * HISTMAST is opened for update only when retagging
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT BDX-PARM-IN
           IF WS-PARM-STATUS = '00'
              READ BDX-PARM-IN
              AT END
                 CONTINUE
              NOT AT END
                 MOVE BX-EVENT-CODE TO WS-EVENT-FILTER
                 IF BX-RETAG = 'Y'
                    SET WS-RETAG TO TRUE
                 END-IF
              END-READ
              CLOSE BDX-PARM-IN
           ELSE
              DISPLAY 'A7CATBDX: NO BDXPARM, ALL EVENTS, NO RETAG '
                      'STATUS=' WS-PARM-STATUS
           END-IF

           PERFORM 1100-LOAD-EVENTS

           IF WS-RETAG
              OPEN I-O HIST-MASTER
           ELSE
              OPEN INPUT HIST-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY 'A7CATBDX-F: OPEN FAILED FILE=HISTMAST STATUS='
                      WS-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT RECV-MASTER
           IF WS-RECV-STATUS NOT = '00' AND
              WS-RECV-STATUS NOT = '35'
              DISPLAY 'A7CATBDX-F: OPEN FAILED FILE=RECVMAST STATUS='
                      WS-RECV-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-RECV-STATUS = '00'
              SET RECV-AVAIL TO TRUE
           ELSE
              DISPLAY 'A7CATBDX: NO RECVMAST, REVERSALS TAKEN IN FULL '
                      'STATUS=' WS-RECV-STATUS
           END-IF

           OPEN OUTPUT BDX-OUT BDX-RPT-OUT
           MOVE WS-RUN-DATE     TO BXH-RUN-DATE
           MOVE WS-EVENT-FILTER TO BXH-EVENT-FILTER
           WRITE BDX-REC FROM WS-BDX-HEADER
           MOVE WS-RUN-DATE TO BRH-RUN-DATE
           WRITE BDX-RPT-LINE FROM WS-BDX-HDR-1
           WRITE BDX-RPT-LINE FROM WS-BDX-DASHES

           MOVE LOW-VALUES TO HIST-KEY
           START HIST-MASTER KEY NOT < HIST-KEY
           INVALID KEY
              SET HIST-EOF-YES TO TRUE
           END-START
           IF NOT HIST-EOF-YES
              PERFORM 2900-READ-HISTORY
           END-IF.

      * Load every event on CATEVNT, open or closed - a closed event
      * tags no new claims at A7SPLIT but is still billed. A blank
      * end of the loss window means the event is still running
      *---------------------------------------------------------------
       1100-LOAD-EVENTS.
           OPEN INPUT CAT-EVENT-IN
           IF WS-CATEVNT-STATUS NOT = '00'
              DISPLAY 'A7CATBDX-F: OPEN FAILED FILE=CATEVNT STATUS='
                      WS-CATEVNT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL CATEVNT-EOF-YES
                   READ CAT-EVENT-IN
                   AT END
                      SET CATEVNT-EOF-YES TO TRUE
                   NOT AT END
                      IF WS-EVT-COUNT < WS-EVT-MAX
                         PERFORM 1150-STORE-EVENT
                      ELSE
                         DISPLAY 'A7CATBDX-W: OVER ' WS-EVT-MAX
                                 ' CATEVNT ROWS - EVENT '
                                 CE-EVENT-CODE ' IGNORED'
                         SET WS-WARNED TO TRUE
                      END-IF
                   END-READ
           END-PERFORM

           CLOSE CAT-EVENT-IN.

      * File one event and zero its totals
      *---------------------------------------------------------------
       1150-STORE-EVENT.
           ADD 1 TO WS-EVT-COUNT
           MOVE WS-EVT-COUNT TO WS-EVT-SUB
           INITIALIZE WS-EVT-ENTRY(WS-EVT-SUB)
           MOVE CE-EVENT-CODE TO WS-EVT-CODE(WS-EVT-SUB)
           MOVE CE-EVENT-NAME TO WS-EVT-NAME(WS-EVT-SUB)
           MOVE CE-STATUS     TO WS-EVT-STATUS(WS-EVT-SUB)
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
              UNTIL WS-REG-SUB > 4
              MOVE CE-REGION(WS-REG-SUB)
                 TO WS-EVT-REGION(WS-EVT-SUB, WS-REG-SUB)
           END-PERFORM
           MOVE CE-LOSS-FROM  TO WS-EVT-FROM(WS-EVT-SUB)
           MOVE CE-LOSS-TO    TO WS-EVT-TO(WS-EVT-SUB)
           IF CE-LOSS-TO = SPACES
              MOVE HIGH-VALUES TO WS-EVT-TO(WS-EVT-SUB)
           END-IF
           MOVE CE-RETENTION  TO WS-EVT-RETAIN(WS-EVT-SUB)
           MOVE CE-LIMIT      TO WS-EVT-LIMIT(WS-EVT-SUB).

      * Take one HISTMAST claim: retag it if asked and it is
      * untagged, then add it to its event
      *---------------------------------------------------------------
       2000-TOTAL-CLAIMS.
           ADD 1 TO WS-HIST-READ
           IF WS-RETAG AND HIST-CAT-CODE = SPACES
              PERFORM 2050-RETAG-CLAIM
           END-IF

           IF HIST-CAT-CODE NOT = SPACES AND
              (WS-EVENT-FILTER = SPACES OR
               HIST-CAT-CODE = WS-EVENT-FILTER)
              PERFORM 2100-FIND-EVENT
              IF WS-EVT-IDX = 0
                 ADD 1 TO WS-UNKNOWN-COUNT
                 DISPLAY 'A7CATBDX-W: EVENT ' HIST-CAT-CODE
                         ' NOT ON CATEVNT, POLICY ' HIST-POLICY
                 SET WS-WARNED TO TRUE
              ELSE
                 PERFORM 2200-ADD-CLAIM-TO-EVENT
              END-IF
           END-IF

           PERFORM 2900-READ-HISTORY.

      * Tie an untagged claim to the first event whose regions and
      * loss window it falls in - the same rule A7SPLIT applies
      *---------------------------------------------------------------
       2050-RETAG-CLAIM.
           MOVE 0 TO WS-EVT-IDX
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
              UNTIL WS-EVT-SUB > WS-EVT-COUNT OR WS-EVT-IDX > 0
              IF HIST-RECV-DATE NOT < WS-EVT-FROM(WS-EVT-SUB) AND
                 HIST-RECV-DATE NOT > WS-EVT-TO(WS-EVT-SUB)
                 PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                    UNTIL WS-REG-SUB > 4
                    IF HIST-POLICY(1:3) =
                       WS-EVT-REGION(WS-EVT-SUB, WS-REG-SUB)
                       MOVE WS-EVT-SUB TO WS-EVT-IDX
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           IF WS-EVT-IDX > 0
              MOVE WS-EVT-CODE(WS-EVT-IDX) TO HIST-CAT-CODE
              REWRITE HIST-REC
              INVALID KEY
                 DISPLAY 'A7CATBDX: REWRITE FAILED, KEY=' HIST-KEY
                         ' STATUS=' WS-MASTER-STATUS
                 MOVE SPACES TO HIST-CAT-CODE
              NOT INVALID KEY
                 ADD 1 TO WS-RETAG-COUNT
                 ADD 1 TO WS-EVT-RETAGGED(WS-EVT-IDX)
              END-REWRITE
           END-IF.

      * Locate the claim's event on the table by code
      *---------------------------------------------------------------
       2100-FIND-EVENT.
           MOVE 0 TO WS-EVT-IDX
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
              UNTIL WS-EVT-SUB > WS-EVT-COUNT OR WS-EVT-IDX > 0
              IF WS-EVT-CODE(WS-EVT-SUB) = HIST-CAT-CODE
                 MOVE WS-EVT-SUB TO WS-EVT-IDX
              END-IF
           END-PERFORM.

      * Class the claim by its current status and add it to its
      * event. Paid and reversed claims count as paid (net of the
      * amount reversed); accepted, released and suspended claims are
      * outstanding; anything else - rejected, declined out of
      * suspense - was never incurred and is only counted. Every
      * incurred claim goes on the bordereau as a detail
      *---------------------------------------------------------------
       2200-ADD-CLAIM-TO-EVENT.
           MOVE 0   TO WS-CLM-REVERSED WS-CLM-PAID WS-CLM-OS
           MOVE 'Y' TO WS-CLM-INCLUDED-SW
           ADD 1 TO WS-EVT-CLAIMS(WS-EVT-IDX)

           EVALUATE HIST-CUR-STATUS
           WHEN 'PAID'
                MOVE HIST-AMOUNT TO WS-CLM-PAID
                ADD 1 TO WS-EVT-PAID-CNT(WS-EVT-IDX)
           WHEN 'REVERSED'
                PERFORM 2250-FIND-REVERSED-AMOUNT
                COMPUTE WS-CLM-PAID = HIST-AMOUNT - WS-CLM-REVERSED
                ADD 1 TO WS-EVT-PAID-CNT(WS-EVT-IDX)
                ADD 1 TO WS-EVT-REV-CNT(WS-EVT-IDX)
                ADD WS-CLM-REVERSED TO WS-EVT-REV-AMT(WS-EVT-IDX)
           WHEN 'REPAIR'
           WHEN 'REPLACE'
           WHEN 'SUS-RELEASED'
           WHEN 'SUSPENDED'
                MOVE HIST-AMOUNT TO WS-CLM-OS
                ADD 1 TO WS-EVT-OS-CNT(WS-EVT-IDX)
                ADD HIST-AMOUNT TO WS-EVT-OS-AMT(WS-EVT-IDX)
           WHEN OTHER
                MOVE 'N' TO WS-CLM-INCLUDED-SW
                ADD 1 TO WS-EVT-EXC-CNT(WS-EVT-IDX)
                ADD HIST-AMOUNT TO WS-EVT-EXC-AMT(WS-EVT-IDX)
           END-EVALUATE
           ADD WS-CLM-PAID TO WS-EVT-PAID-AMT(WS-EVT-IDX)

           IF WS-CLM-INCLUDED
              MOVE HIST-CAT-CODE    TO BXD-EVENT-CODE
              MOVE HIST-POLICY      TO BXD-POLICY
              MOVE HIST-RECV-DATE   TO BXD-RECV-DATE
              MOVE HIST-SEQ         TO BXD-SEQ
              MOVE HIST-POLICY(1:3) TO BXD-REGION
              MOVE HIST-PROD-CODE   TO BXD-PROD-CODE
              MOVE HIST-CUR-STATUS  TO BXD-STATUS
              MOVE HIST-STAT-DATE   TO BXD-STAT-DATE
              MOVE HIST-AMOUNT      TO BXD-CLAIM-AMT
              MOVE WS-CLM-REVERSED  TO BXD-REVERSED-AMT
              MOVE WS-CLM-PAID      TO BXD-PAID-AMT
              MOVE WS-CLM-OS        TO BXD-OS-AMT
              WRITE BDX-REC FROM WS-BDX-DETAIL
              ADD 1 TO WS-DETAIL-COUNT
           END-IF.

      * The amount A7RECOV reversed off the claim is its receivable's
      * original amount; with no receivable the whole claim went
      *---------------------------------------------------------------
       2250-FIND-REVERSED-AMOUNT.
           MOVE HIST-AMOUNT TO WS-CLM-REVERSED
           IF RECV-AVAIL
              MOVE HIST-KEY TO RC-KEY
              READ RECV-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RC-ORIG-AMT < HIST-AMOUNT
                    MOVE RC-ORIG-AMT TO WS-CLM-REVERSED
                 END-IF
              END-READ
           END-IF.

      * Read the next HISTMAST claim
      *---------------------------------------------------------------
       2900-READ-HISTORY.
           READ HIST-MASTER NEXT RECORD
           AT END
              SET HIST-EOF-YES TO TRUE
           END-READ.

      * Apply each event's treaty and write its summary
      *---------------------------------------------------------------
       3000-WRITE-EVENTS.
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
              UNTIL WS-EVT-SUB > WS-EVT-COUNT
              IF WS-EVENT-FILTER = SPACES OR
                 WS-EVT-CODE(WS-EVT-SUB) = WS-EVENT-FILTER
                 PERFORM 3100-APPLY-TREATY
                 PERFORM 3200-WRITE-EVENT-SUMMARY
              END-IF
           END-PERFORM.

      * Recoverable = what the event cost over the retention, capped
      * at the limit (a zero limit caps nothing) - on the net paid
      * to bill now, and on the incurred as the recovery expected
      *---------------------------------------------------------------
       3100-APPLY-TREATY.
           MOVE WS-EVT-PAID-AMT(WS-EVT-SUB) TO WS-NET-PAID
           COMPUTE WS-INCURRED = WS-NET-PAID
                               + WS-EVT-OS-AMT(WS-EVT-SUB)

           COMPUTE WS-RECOV-WORK = WS-NET-PAID
                                 - WS-EVT-RETAIN(WS-EVT-SUB)
           PERFORM 3150-CAP-RECOVERY
           MOVE WS-RECOV-WORK TO WS-RECOV-PAID

           COMPUTE WS-RECOV-WORK = WS-INCURRED
                                 - WS-EVT-RETAIN(WS-EVT-SUB)
           PERFORM 3150-CAP-RECOVERY
           MOVE WS-RECOV-WORK TO WS-RECOV-INCURRED

           ADD WS-NET-PAID                TO WS-TOT-NET-PAID
           ADD WS-EVT-OS-AMT(WS-EVT-SUB)  TO WS-TOT-OS
           ADD WS-INCURRED                TO WS-TOT-INCURRED
           ADD WS-RECOV-PAID              TO WS-TOT-RECOV-PAID
           ADD WS-RECOV-INCURRED          TO WS-TOT-RECOV-INC.

      * Floor the recovery at zero and cap it at the treaty limit
      *---------------------------------------------------------------
       3150-CAP-RECOVERY.
           IF WS-RECOV-WORK < 0
              MOVE 0 TO WS-RECOV-WORK
           END-IF
           IF WS-EVT-LIMIT(WS-EVT-SUB) > 0 AND
              WS-RECOV-WORK > WS-EVT-LIMIT(WS-EVT-SUB)
              MOVE WS-EVT-LIMIT(WS-EVT-SUB) TO WS-RECOV-WORK
           END-IF.

      * One event: its bordereau summary record and its report block
      *---------------------------------------------------------------
       3200-WRITE-EVENT-SUMMARY.
           MOVE WS-EVT-CODE(WS-EVT-SUB)    TO BXE-EVENT-CODE
           MOVE WS-EVT-NAME(WS-EVT-SUB)    TO BXE-EVENT-NAME
           MOVE WS-EVT-FROM(WS-EVT-SUB)    TO BXE-LOSS-FROM
           MOVE WS-EVT-TO(WS-EVT-SUB)      TO BXE-LOSS-TO
           IF WS-EVT-TO(WS-EVT-SUB) = HIGH-VALUES
              MOVE SPACES TO BXE-LOSS-TO
           END-IF
           COMPUTE BXE-CLAIMS = WS-EVT-PAID-CNT(WS-EVT-SUB)
                              + WS-EVT-OS-CNT(WS-EVT-SUB)
           MOVE WS-NET-PAID                TO BXE-NET-PAID
           MOVE WS-EVT-OS-AMT(WS-EVT-SUB)  TO BXE-OS
           MOVE WS-INCURRED                TO BXE-INCURRED
           MOVE WS-EVT-RETAIN(WS-EVT-SUB)  TO BXE-RETENTION
           MOVE WS-EVT-LIMIT(WS-EVT-SUB)   TO BXE-LIMIT
           MOVE WS-RECOV-PAID              TO BXE-RECOV-PAID
           MOVE WS-RECOV-INCURRED          TO BXE-RECOV-INCURRED
           WRITE BDX-REC FROM WS-BDX-EVENT
           ADD 1 TO WS-EVENTS-WRITTEN

           MOVE WS-EVT-CODE(WS-EVT-SUB)    TO BEL-EVENT-CODE
           MOVE WS-EVT-NAME(WS-EVT-SUB)    TO BEL-EVENT-NAME
           IF WS-EVT-STATUS(WS-EVT-SUB) = 'C'
              MOVE 'CLOSED' TO BEL-STATUS
           ELSE
              MOVE 'OPEN'   TO BEL-STATUS
           END-IF
           MOVE WS-EVT-FROM(WS-EVT-SUB)    TO BEL-FROM
           MOVE BXE-LOSS-TO                TO BEL-TO
           IF BXE-LOSS-TO = SPACES
              MOVE 'RUNNING'               TO BEL-TO
           END-IF
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
              UNTIL WS-REG-SUB > 4
              MOVE WS-EVT-REGION(WS-EVT-SUB, WS-REG-SUB)
                 TO BEL-REGION(WS-REG-SUB)
           END-PERFORM
           WRITE BDX-RPT-LINE FROM WS-BDX-EVT-LINE

           MOVE '  PAID (BEFORE REVERSALS)'     TO BTL-LABEL
           MOVE WS-EVT-PAID-CNT(WS-EVT-SUB)     TO BTL-COUNT
           COMPUTE BTL-AMOUNT = WS-NET-PAID
                              + WS-EVT-REV-AMT(WS-EVT-SUB)
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  LESS REVERSED AFTER PAYMENT'  TO BTL-LABEL
           MOVE WS-EVT-REV-CNT(WS-EVT-SUB)      TO BTL-COUNT
           MOVE WS-EVT-REV-AMT(WS-EVT-SUB)      TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  NET PAID'                    TO BTL-LABEL
           MOVE WS-EVT-PAID-CNT(WS-EVT-SUB)     TO BTL-COUNT
           MOVE WS-NET-PAID                     TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  OUTSTANDING'                 TO BTL-LABEL
           MOVE WS-EVT-OS-CNT(WS-EVT-SUB)       TO BTL-COUNT
           MOVE WS-EVT-OS-AMT(WS-EVT-SUB)       TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  INCURRED (NET PAID + OUTSTANDING)' TO BTL-LABEL
           MOVE BXE-CLAIMS                      TO BTL-COUNT
           MOVE WS-INCURRED                     TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  TREATY RETENTION'            TO BTL-LABEL
           MOVE 0                               TO BTL-COUNT
           MOVE WS-EVT-RETAIN(WS-EVT-SUB)       TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  TREATY LIMIT (ZERO = NONE)'  TO BTL-LABEL
           MOVE WS-EVT-LIMIT(WS-EVT-SUB)        TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  RECOVERABLE ON NET PAID - BILL' TO BTL-LABEL
           MOVE WS-RECOV-PAID                   TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  RECOVERABLE ON INCURRED'     TO BTL-LABEL
           MOVE WS-RECOV-INCURRED               TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  NOT INCURRED (REJECTED/DECLINED)' TO BTL-LABEL
           MOVE WS-EVT-EXC-CNT(WS-EVT-SUB)      TO BTL-COUNT
           MOVE WS-EVT-EXC-AMT(WS-EVT-SUB)      TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           IF WS-RETAG
              MOVE '  RETAGGED THIS RUN'         TO BTL-LABEL
              MOVE WS-EVT-RETAGGED(WS-EVT-SUB)   TO BTL-COUNT
              MOVE 0                             TO BTL-AMOUNT
              WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           END-IF
           WRITE BDX-RPT-LINE FROM WS-BDX-DASHES.

      * Bordereau trailer and the report's run totals
      *---------------------------------------------------------------
       3500-WRITE-RUN-TOTALS.
           MOVE WS-DETAIL-COUNT    TO BXT-DETAIL-COUNT
           MOVE WS-EVENTS-WRITTEN  TO BXT-EVENT-COUNT
           MOVE WS-TOT-NET-PAID    TO BXT-NET-PAID
           MOVE WS-TOT-RECOV-PAID  TO BXT-RECOV-PAID
           MOVE WS-TOT-RECOV-INC   TO BXT-RECOV-INCURRED
           WRITE BDX-REC FROM WS-BDX-TRAILER

           MOVE SPACES TO BDX-RPT-LINE
           MOVE 'ALL EVENTS:' TO BDX-RPT-LINE
           WRITE BDX-RPT-LINE
           MOVE '  EVENTS ON THE BORDEREAU'     TO BTL-LABEL
           MOVE WS-EVENTS-WRITTEN               TO BTL-COUNT
           MOVE 0                               TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  CLAIM DETAILS / NET PAID'    TO BTL-LABEL
           MOVE WS-DETAIL-COUNT                 TO BTL-COUNT
           MOVE WS-TOT-NET-PAID                 TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  OUTSTANDING'                 TO BTL-LABEL
           MOVE 0                               TO BTL-COUNT
           MOVE WS-TOT-OS                       TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  INCURRED'                    TO BTL-LABEL
           MOVE WS-TOT-INCURRED                 TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  RECOVERABLE ON NET PAID - BILL' TO BTL-LABEL
           MOVE WS-TOT-RECOV-PAID               TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  RECOVERABLE ON INCURRED'     TO BTL-LABEL
           MOVE WS-TOT-RECOV-INC                TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           MOVE '  HISTMAST CLAIMS READ'        TO BTL-LABEL
           MOVE WS-HIST-READ                    TO BTL-COUNT
           MOVE 0                               TO BTL-AMOUNT
           WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           IF WS-RETAG
              MOVE '  CLAIMS RETAGGED THIS RUN'  TO BTL-LABEL
              MOVE WS-RETAG-COUNT                TO BTL-COUNT
              WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           END-IF
           IF WS-UNKNOWN-COUNT > 0
              MOVE '  ** TAGGED TO AN EVENT NOT ON CATEVNT' TO BTL-LABEL
              MOVE WS-UNKNOWN-COUNT              TO BTL-COUNT
              WRITE BDX-RPT-LINE FROM WS-BDX-TOT-LINE
           END-IF.

      * Close files and echo the counts for the job log
      *-----------------------------------------------------------------
       4000-CLOSE.
           IF RECV-AVAIL
              CLOSE RECV-MASTER
           END-IF
           CLOSE HIST-MASTER
                 BDX-OUT
                 BDX-RPT-OUT
           DISPLAY 'A7CATBDX: EVENTS ' WS-EVENTS-WRITTEN
                   ' CLAIMS ' WS-DETAIL-COUNT
                   ' RETAGGED ' WS-RETAG-COUNT.

      *    Set the condition code the scheduler acts on: 4 when a
      *    claim carries an event code missing from CATEVNT or the
      *    table overflowed (the bordereau is short), 0 when clean
      *---------------------------------------------------------------
       4900-SET-CONDITION-CODE.
           IF WS-WARNED
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM A7CATBDX.
