       IDENTIFICATION DIVISION.
       PROGRAM-ID. A7TAXSL.

      *-----------------------------------------------------------------
      * AUTHOR:  GRANT HEATH
      * PURPOSE: BUILD THE CALENDAR-YEAR PAYEE PAYMENT SUMMARY AND THE
      *          TAX INFORMATION SLIPS FROM THE CUMULATIVE PAYHIST PAYEE
      *          PAYMENT HISTORY, SO NOBODY HAS TO ADD UP A YEAR OF
      *          PAYFILE, EFTFILE AND CHQFILE GENERATIONS. EACH PAYEE
      *          (POLICY NUMBER, WITH THE PAYEE NAME LAST PAID UNDER)
      *          IS TOTALLED FOR THE TAX YEAR AS: PAYMENTS ISSUED BY
      *          A7PAYX, PLUS RECOVERY OFFSETS NETTED OUT OF THEM (THE
      *          PAYEE WAS PAID THOSE TOO, AGAINST MONEY OWED BACK),
      *          LESS BANK REJECTS FROM A7PAYR, PLUS THE REISSUE OF
      *          EACH REJECT (SO A REISSUED PAYMENT COUNTS ONCE), LESS
      *          PAID CLAIMS REVERSED BY A7RECOV, WHICH COUNT AGAINST
      *          THE YEAR THE CLAIM WAS PAID. A PAYEE OVER THE TAXPARM
      *          REPORTING THRESHOLD GETS A SLIP ON THE TAXSLIP PRINT
      *          FILE AND A DETAIL ON THE TAXELEC ELECTRONIC FILING
      *          FILE (HEADER, DETAILS, TRAILER WITH COUNT AND TOTAL),
      *          AND EVERY SLIP FILED IS KEPT ON THE TAXFILED MASTER.
      *          AN AMENDED RUN (TAXPARM RUN TYPE 'A') RE-TOTALS THE
      *          YEAR WITH THE CORRECTIONS RECORDED SINCE AND SLIPS
      *          ONLY WHAT CHANGED: AN AMENDED SLIP FOR A PAYEE WHOSE
      *          FILED AMOUNT MOVED, AND AN ORIGINAL FOR A PAYEE NEWLY
      *          OVER THE THRESHOLD. THE TAXRPT CONTROL REPORT TIES THE
      *          PAYMENTS ISSUED TO THE SUM OF THE DAILY PAYRPT ISSUED
      *          TOTALS A7PAYX RECORDED ON PAYHIST, WALKS THEM TO THE
      *          NET PAID, AND TIES THE SLIP TOTALS TO THE NET PAID. A
      *          BROKEN TIE, OR AN ORIGINAL RUN FOR A YEAR ALREADY
      *          FILED, ENDS RC 8 SO THE FILING IS NOT RELEASED. RUNS
      *          AS NEEDED AT YEAR END, LIKE A7MONTH.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT TAX-PARM-IN   ASSIGN TO TAXPARM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT PAY-HIST-IN   ASSIGN TO PAYHIST
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT TAX-WORK-FILE ASSIGN TO TAXWORK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS TW-POLICY
                                FILE STATUS IS WS-TAXWORK-STATUS.
           SELECT TAX-FILED     ASSIGN TO TAXFILED
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS TF-KEY
                                FILE STATUS IS WS-FILED-STATUS.
           SELECT TAX-SLIP-OUT  ASSIGN TO TAXSLIP
                                ORGANIZATION IS SEQUENTIAL.
           SELECT TAX-ELEC-OUT  ASSIGN TO TAXELEC
                                ORGANIZATION IS SEQUENTIAL.
           SELECT TAX-RPT-OUT   ASSIGN TO TAXRPT
                                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * RUN PARAMETERS - TAX YEAR (DEFAULT THE YEAR BEFORE THE RUN
      * DATE), REPORTING THRESHOLD (DEFAULT 500.00) AND RUN TYPE
      * ('O' ORIGINAL, THE DEFAULT, OR 'A' AMENDED)
      *-----------------------------------------------------------------
       FD  TAX-PARM-IN.
       01 TAX-PARM-REC.
          05 TP-TAX-YEAR         PIC X(04).
          05 TP-THRESHOLD        PIC 9(07)V99.
          05 TP-RUN-TYPE         PIC X(01).

      * CUMULATIVE PAYEE PAYMENT HISTORY (LAYOUT OWNED HERE - A7PAYX,
      * A7PAYR AND A7RECOV APPEND TO IT)
      *-----------------------------------------------------------------
       FD  PAY-HIST-IN.
       COPY PAYHREC.

      * PER-PAYEE YEAR TOTALS, REBUILT EMPTY EVERY RUN
      *-----------------------------------------------------------------
       FD  TAX-WORK-FILE.
       01 TAX-WORK-REC.
          05 TW-POLICY           PIC X(10).
          05 TW-NAME             PIC X(20).
          05 TW-ISSUED           PIC 9(09)V99.
          05 TW-OFFSET           PIC 9(09)V99.
          05 TW-REJECTED         PIC 9(09)V99.
          05 TW-REISSUED         PIC 9(09)V99.
          05 TW-REVERSED         PIC 9(09)V99.

      * SLIPS FILED, BY TAX YEAR AND POLICY, CARRIED FROM YEAR TO
      * YEAR - THE AMOUNT IS THE ONE LAST REPORTED, ORIGINAL OR
      * AMENDED
      *-----------------------------------------------------------------
       FD  TAX-FILED.
       01 TAX-FILED-REC.
          05 TF-KEY.
             10 TF-TAX-YEAR      PIC X(04).
             10 TF-POLICY        PIC X(10).
          05 TF-NAME             PIC X(20).
          05 TF-AMOUNT           PIC 9(09)V99.
          05 TF-SLIP-TYPE        PIC X(01).
          05 TF-FILED-DATE       PIC X(08).
          05 TF-AMEND-COUNT      PIC 9(03).

       FD  TAX-SLIP-OUT.
       01 TAX-SLIP-LINE         PIC X(132).

      * ELECTRONIC FILING FILE - HEADER, ONE DETAIL PER SLIP AND A
      * TRAILER (SEE WS-ELEC-HEADER / WS-ELEC-DETAIL / WS-ELEC-TRAILER)
      *-----------------------------------------------------------------
       FD  TAX-ELEC-OUT.
       01 TAX-ELEC-REC          PIC X(60).

       FD  TAX-RPT-OUT.
       01 TAX-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

      * FLAGS AND FILE STATUS
      *-----------------------------------------------------------------
       01 WS-FLAGS.
          05 WS-HIST-EOF        PIC X             VALUE 'N'.
             88 HIST-EOF-YES                      VALUE 'Y'.
          05 WS-WORK-EOF        PIC X             VALUE 'N'.
             88 WORK-EOF-YES                      VALUE 'Y'.
          05 WS-RUN-TYPE        PIC X(01)         VALUE 'O'.
             88 WS-ORIGINAL-RUN                   VALUE 'O'.
             88 WS-AMENDED-RUN                    VALUE 'A'.
          05 WS-FILED-SW        PIC X             VALUE 'N'.
             88 WS-ON-FILE                        VALUE 'Y'.
          05 WS-YEAR-FILED-SW   PIC X             VALUE 'N'.
             88 WS-YEAR-FILED                     VALUE 'Y'.
          05 WS-TIE-SW          PIC X             VALUE 'Y'.
             88 WS-ALL-TIED                       VALUE 'Y'.

       01 WS-PARM-STATUS        PIC X(02)         VALUE '00'.
       01 WS-PAYHIST-STATUS     PIC X(02)         VALUE '00'.
       01 WS-TAXWORK-STATUS     PIC X(02)         VALUE '00'.
       01 WS-FILED-STATUS       PIC X(02)         VALUE '00'.

       01 WS-RUN-DATE           PIC X(08)         VALUE SPACES.
       01 WS-RUN-YEAR           PIC 9(04)         VALUE 0.
       01 WS-TAX-YEAR           PIC X(04)         VALUE SPACES.
       01 WS-TAX-YEAR-N         PIC 9(04)         VALUE 0.
       01 WS-THRESHOLD          PIC 9(07)V99      VALUE 500.00.

       01 WS-NET-AMOUNT         PIC S9(09)V99     VALUE 0.
       01 WS-SLIP-AMOUNT        PIC 9(09)V99      VALUE 0.
       01 WS-PRIOR-AMOUNT       PIC 9(09)V99      VALUE 0.
       01 WS-SLIP-TYPE          PIC X(01)         VALUE SPACE.
       01 WS-DIFF-AMOUNT        PIC S9(11)V99     VALUE 0.

      * YEAR TOTALS OFF PAYHIST
      *-----------------------------------------------------------------
       01 WS-HIST-TOTALS.
          05 WS-HIST-READ       PIC 9(09)         VALUE 0.
          05 WS-DAY-COUNT       PIC 9(05)         VALUE 0.
          05 WS-DAY-AMOUNT      PIC 9(11)V99      VALUE 0.
          05 WS-ISSUED-COUNT    PIC 9(07)         VALUE 0.
          05 WS-ISSUED-AMOUNT   PIC 9(11)V99      VALUE 0.
          05 WS-OFFSET-COUNT    PIC 9(07)         VALUE 0.
          05 WS-OFFSET-AMOUNT   PIC 9(11)V99      VALUE 0.
          05 WS-REJECT-COUNT    PIC 9(07)         VALUE 0.
          05 WS-REJECT-AMOUNT   PIC 9(11)V99      VALUE 0.
          05 WS-REISSUE-COUNT   PIC 9(07)         VALUE 0.
          05 WS-REISSUE-AMOUNT  PIC 9(11)V99      VALUE 0.
          05 WS-REVERSE-COUNT   PIC 9(07)         VALUE 0.
          05 WS-REVERSE-AMOUNT  PIC 9(11)V99      VALUE 0.
          05 WS-LATE-COUNT      PIC 9(07)         VALUE 0.
          05 WS-LATE-AMOUNT     PIC 9(11)V99      VALUE 0.
          05 WS-NET-PAID        PIC S9(11)V99     VALUE 0.

      * SLIP TOTALS - EVERY PAYEE LANDS IN EXACTLY ONE OF THESE, SO
      * THEY ADD BACK TO THE NET PAID ABOVE
      *-----------------------------------------------------------------
       01 WS-SLIP-TOTALS.
          05 WS-PAYEE-COUNT     PIC 9(07)         VALUE 0.
          05 WS-ORIG-COUNT      PIC 9(07)         VALUE 0.
          05 WS-ORIG-AMOUNT     PIC 9(11)V99      VALUE 0.
          05 WS-AMEND-COUNT     PIC 9(07)         VALUE 0.
          05 WS-AMEND-AMOUNT    PIC 9(11)V99      VALUE 0.
          05 WS-SAME-COUNT      PIC 9(07)         VALUE 0.
          05 WS-SAME-AMOUNT     PIC 9(11)V99      VALUE 0.
          05 WS-UNDER-COUNT     PIC 9(07)         VALUE 0.
          05 WS-UNDER-AMOUNT    PIC 9(11)V99      VALUE 0.
          05 WS-NEG-COUNT       PIC 9(07)         VALUE 0.
          05 WS-NEG-AMOUNT      PIC S9(11)V99     VALUE 0.
          05 WS-SLIP-NET        PIC S9(11)V99     VALUE 0.
          05 WS-ELEC-COUNT      PIC 9(07)         VALUE 0.
          05 WS-ELEC-AMOUNT     PIC 9(11)V99      VALUE 0.

      * ELECTRONIC FILING RECORDS
      *-----------------------------------------------------------------
       01 WS-ELEC-HEADER.
          05 ELH-REC-TYPE       PIC X(01)         VALUE 'H'.
          05 ELH-TAX-YEAR       PIC X(04).
          05 ELH-RUN-TYPE       PIC X(01).
          05 ELH-CREATE-DATE    PIC X(08).
          05 FILLER             PIC X(46)         VALUE SPACES.

       01 WS-ELEC-DETAIL.
          05 ELD-REC-TYPE       PIC X(01)         VALUE 'D'.
          05 ELD-TAX-YEAR       PIC X(04).
          05 ELD-SLIP-TYPE      PIC X(01).
          05 ELD-POLICY         PIC X(10).
          05 ELD-NAME           PIC X(20).
          05 ELD-AMOUNT         PIC 9(09)V99.
          05 FILLER             PIC X(13)         VALUE SPACES.

       01 WS-ELEC-TRAILER.
          05 ELT-REC-TYPE       PIC X(01)         VALUE 'T'.
          05 ELT-COUNT          PIC 9(07).
          05 ELT-AMOUNT         PIC 9(11)V99.
          05 FILLER             PIC X(39)         VALUE SPACES.

      * SLIP PRINT FORMATTING
      *-----------------------------------------------------------------
       01 WS-SLIP-DASHES        PIC X(70)         VALUE ALL '-'.

       01 WS-SLIP-HDR.
          05 FILLER             PIC X(36)         VALUE
             'PAYEE PAYMENT SUMMARY - TAX YEAR '.
          05 SLH-TAX-YEAR       PIC X(04).
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 SLH-SLIP-TYPE      PIC X(10).

       01 WS-SLIP-PAYEE.
          05 FILLER             PIC X(10)         VALUE 'POLICY #:'.
          05 SLP-POLICY         PIC X(10).
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 FILLER             PIC X(07)         VALUE 'PAYEE:'.
          05 SLP-NAME           PIC X(20).

       01 WS-SLIP-AMOUNT-LINE.
          05 SLA-LABEL          PIC X(30).
          05 SLA-AMOUNT         PIC $ZZZ,ZZZ,ZZ9.99.

      * CONTROL REPORT FORMATTING
      *-----------------------------------------------------------------
       01 WS-TAX-HDR-1          PIC X(80)         VALUE
             '          YEAR-END PAYEE PAYMENT SUMMARY CONTROL REPORT'.

       01 WS-TAX-DASHES         PIC X(80)         VALUE ALL '-'.

       01 WS-TAX-PARM-LINE.
          05 FILLER             PIC X(10)         VALUE 'TAX YEAR:'.
          05 TPL-TAX-YEAR       PIC X(04).
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 FILLER             PIC X(10)         VALUE 'RUN TYPE:'.
          05 TPL-RUN-TYPE       PIC X(10).
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 FILLER             PIC X(11)         VALUE 'THRESHOLD:'.
          05 TPL-THRESHOLD      PIC $Z,ZZZ,ZZ9.99.

       01 WS-TAX-TOT-LINE.
          05 TTL-LABEL          PIC X(40).
          05 TTL-COUNT          PIC ZZZZZZ9.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 TTL-AMOUNT         PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-TAX-NEG-LINE.
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 TNL-POLICY         PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 TNL-NAME           PIC X(20).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 TNL-AMOUNT         PIC $ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * Main
      *---------------------------------------------------------------
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TOTAL-HISTORY UNTIL HIST-EOF-YES
           PERFORM 2500-WRITE-SLIPS
           PERFORM 3000-WRITE-CONTROL-REPORT
           PERFORM 4000-CLOSE
           PERFORM 4900-SET-CONDITION-CODE
           GOBACK.

      * Open files and settle the run parameters. PAYHIST is required
      * - a year-end run with no payment history would file nothing
      * and call it balanced. A missing TAXFILED is the first year
      * and is created empty. An original run for a year that
      * already has slips on file stops before anything is written
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           COMPUTE WS-TAX-YEAR-N = WS-RUN-YEAR - 1
           MOVE WS-TAX-YEAR-N TO WS-TAX-YEAR

           OPEN INPUT TAX-PARM-IN
           IF WS-PARM-STATUS = '00'
              READ TAX-PARM-IN
              AT END
                 CONTINUE
              NOT AT END
                 IF TP-TAX-YEAR IS NUMERIC
                    MOVE TP-TAX-YEAR TO WS-TAX-YEAR
                 END-IF
                 IF TP-THRESHOLD IS NUMERIC
                    MOVE TP-THRESHOLD TO WS-THRESHOLD
                 END-IF
                 IF TP-RUN-TYPE = 'A'
                    SET WS-AMENDED-RUN TO TRUE
                 END-IF
              END-READ
              CLOSE TAX-PARM-IN
           ELSE
              DISPLAY 'A7TAXSL: NO TAXPARM, USING DEFAULTS STATUS='
                      WS-PARM-STATUS
           END-IF

           OPEN INPUT PAY-HIST-IN
           IF WS-PAYHIST-STATUS NOT = '00'
              DISPLAY 'A7TAXSL-F: OPEN FAILED FILE=PAYHIST STATUS='
                      WS-PAYHIST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O TAX-FILED
           IF WS-FILED-STATUS = '35'
              OPEN OUTPUT TAX-FILED
              CLOSE TAX-FILED
              OPEN I-O TAX-FILED
           END-IF
           IF WS-FILED-STATUS NOT = '00'
              DISPLAY 'A7TAXSL-F: OPEN FAILED FILE=TAXFILED STATUS='
                      WS-FILED-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1100-CHECK-YEAR-FILED
           IF WS-ORIGINAL-RUN AND WS-YEAR-FILED
              DISPLAY 'A7TAXSL-F: SLIPS ALREADY FILED FOR TAX YEAR '
                      WS-TAX-YEAR ' - RUN AN AMENDMENT INSTEAD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

      *    THE PAYEE WORK FILE IS REBUILT EMPTY EVERY RUN
           OPEN OUTPUT TAX-WORK-FILE
           CLOSE TAX-WORK-FILE
           OPEN I-O TAX-WORK-FILE
           IF WS-TAXWORK-STATUS NOT = '00'
              DISPLAY 'A7TAXSL-F: OPEN FAILED FILE=TAXWORK STATUS='
                      WS-TAXWORK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TAX-SLIP-OUT TAX-ELEC-OUT TAX-RPT-OUT

           MOVE WS-TAX-YEAR TO ELH-TAX-YEAR
           MOVE WS-RUN-TYPE TO ELH-RUN-TYPE
           MOVE WS-RUN-DATE TO ELH-CREATE-DATE
           WRITE TAX-ELEC-REC FROM WS-ELEC-HEADER

           PERFORM 2900-READ-HISTORY.

      * Is there any slip on file for the tax year?
      *---------------------------------------------------------------
       1100-CHECK-YEAR-FILED.
           MOVE 'N' TO WS-YEAR-FILED-SW
           MOVE WS-TAX-YEAR TO TF-TAX-YEAR
           MOVE LOW-VALUES  TO TF-POLICY
           START TAX-FILED KEY NOT < TF-KEY
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              READ TAX-FILED NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF TF-TAX-YEAR = WS-TAX-YEAR
                    SET WS-YEAR-FILED TO TRUE
                 END-IF
              END-READ
           END-START.

      * Take one PAYHIST record. A day total counts toward the PAYRPT
      * tie when it was written in the tax year; every other record
      * counts toward its payee when the payment it belongs to was
      * in the tax year, whenever it was recorded
      *---------------------------------------------------------------
       2000-TOTAL-HISTORY.
           ADD 1 TO WS-HIST-READ
           IF PH-DAY-TOTAL
              IF PH-PAY-DATE(1:4) = WS-TAX-YEAR
                 ADD 1         TO WS-DAY-COUNT
                 ADD PH-AMOUNT TO WS-DAY-AMOUNT
              END-IF
           ELSE
              IF PH-EFF-DATE(1:4) = WS-TAX-YEAR
                 PERFORM 2100-ADD-TO-PAYEE
              END-IF
           END-IF
           PERFORM 2900-READ-HISTORY.

      * Add one record to its payee's work row, creating the row on
      * the payee's first record. The name is the one the payee was
      * last paid under; reversals carry none and leave it alone
      *---------------------------------------------------------------
       2100-ADD-TO-PAYEE.
           MOVE PH-POLICY TO TW-POLICY
           READ TAX-WORK-FILE
           INVALID KEY
              MOVE PH-POLICY TO TW-POLICY
              MOVE SPACES    TO TW-NAME
              MOVE 0 TO TW-ISSUED TW-OFFSET TW-REJECTED
                        TW-REISSUED TW-REVERSED
              WRITE TAX-WORK-REC
              ADD 1 TO WS-PAYEE-COUNT
           END-READ

           IF PH-PAYEE-NAME NOT = SPACES
              MOVE PH-PAYEE-NAME TO TW-NAME
           END-IF

           EVALUATE TRUE
           WHEN PH-ISSUED
                ADD PH-AMOUNT TO TW-ISSUED
                ADD 1         TO WS-ISSUED-COUNT
                ADD PH-AMOUNT TO WS-ISSUED-AMOUNT
           WHEN PH-OFFSET
                ADD PH-AMOUNT TO TW-OFFSET
                ADD 1         TO WS-OFFSET-COUNT
                ADD PH-AMOUNT TO WS-OFFSET-AMOUNT
           WHEN PH-REJECTED
                ADD PH-AMOUNT TO TW-REJECTED
                ADD 1         TO WS-REJECT-COUNT
                ADD PH-AMOUNT TO WS-REJECT-AMOUNT
           WHEN PH-REISSUED
                ADD PH-AMOUNT TO TW-REISSUED
                ADD 1         TO WS-REISSUE-COUNT
                ADD PH-AMOUNT TO WS-REISSUE-AMOUNT
           WHEN PH-REVERSED
                ADD PH-AMOUNT TO TW-REVERSED
                ADD 1         TO WS-REVERSE-COUNT
                ADD PH-AMOUNT TO WS-REVERSE-AMOUNT
           WHEN OTHER
                DISPLAY 'A7TAXSL: UNKNOWN PAYHIST KIND ' PH-KIND
                        ' POLICY ' PH-POLICY ' - IGNORED'
           END-EVALUATE

           IF PH-PAY-DATE(1:4) > WS-TAX-YEAR
              ADD 1         TO WS-LATE-COUNT
              ADD PH-AMOUNT TO WS-LATE-AMOUNT
           END-IF

           REWRITE TAX-WORK-REC
           INVALID KEY
              DISPLAY 'A7TAXSL: REWRITE FAILED, POLICY=' TW-POLICY
                      ' STATUS=' WS-TAXWORK-STATUS
           END-REWRITE.

      * Walk the payees in policy order and decide each one's slip
      *---------------------------------------------------------------
       2500-WRITE-SLIPS.
           MOVE LOW-VALUES TO TW-POLICY
           START TAX-WORK-FILE KEY NOT < TW-POLICY
           INVALID KEY
              SET WORK-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL WORK-EOF-YES
                   READ TAX-WORK-FILE NEXT RECORD
                   AT END
                      SET WORK-EOF-YES TO TRUE
                   NOT AT END
                      PERFORM 2510-DECIDE-ONE-PAYEE
                   END-READ
           END-PERFORM

           MOVE WS-ELEC-COUNT  TO ELT-COUNT
           MOVE WS-ELEC-AMOUNT TO ELT-AMOUNT
           WRITE TAX-ELEC-REC FROM WS-ELEC-TRAILER.

      * Net the payee's year. A negative net (more taken back than
      * paid in the year) is listed on the control report and slipped
      * as zero. On an original run a payee over the threshold gets a
      * slip. On an amended run a payee already filed gets an amended
      * slip when the amount moved, and a payee not filed gets an
      * original slip if now over the threshold
      *---------------------------------------------------------------
       2510-DECIDE-ONE-PAYEE.
           COMPUTE WS-NET-AMOUNT = TW-ISSUED + TW-OFFSET
                                 - TW-REJECTED + TW-REISSUED
                                 - TW-REVERSED
           ADD WS-NET-AMOUNT TO WS-NET-PAID
           IF WS-NET-AMOUNT < 0
              MOVE 0 TO WS-SLIP-AMOUNT
              ADD 1 TO WS-NEG-COUNT
              ADD WS-NET-AMOUNT TO WS-NEG-AMOUNT
           ELSE
              MOVE WS-NET-AMOUNT TO WS-SLIP-AMOUNT
           END-IF

           MOVE 'N' TO WS-FILED-SW
           IF WS-AMENDED-RUN
              MOVE WS-TAX-YEAR TO TF-TAX-YEAR
              MOVE TW-POLICY   TO TF-POLICY
              READ TAX-FILED
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-ON-FILE TO TRUE
              END-READ
           END-IF

           EVALUATE TRUE
           WHEN WS-ON-FILE AND TF-AMOUNT = WS-SLIP-AMOUNT
                ADD 1 TO WS-SAME-COUNT
                ADD WS-SLIP-AMOUNT TO WS-SAME-AMOUNT
           WHEN WS-ON-FILE
                MOVE TF-AMOUNT TO WS-PRIOR-AMOUNT
                MOVE 'A' TO WS-SLIP-TYPE
                PERFORM 2600-ISSUE-SLIP
                ADD 1 TO WS-AMEND-COUNT
                ADD WS-SLIP-AMOUNT TO WS-AMEND-AMOUNT
           WHEN WS-SLIP-AMOUNT > WS-THRESHOLD
                MOVE 0 TO WS-PRIOR-AMOUNT
                MOVE 'O' TO WS-SLIP-TYPE
                PERFORM 2600-ISSUE-SLIP
                ADD 1 TO WS-ORIG-COUNT
                ADD WS-SLIP-AMOUNT TO WS-ORIG-AMOUNT
           WHEN OTHER
                ADD 1 TO WS-UNDER-COUNT
                ADD WS-SLIP-AMOUNT TO WS-UNDER-AMOUNT
           END-EVALUATE

           IF WS-NET-AMOUNT < 0
              DISPLAY 'A7TAXSL-W: NEGATIVE YEAR FOR POLICY ' TW-POLICY
                      ' - SLIPPED AS ZERO'
           END-IF.

      * Print one slip, write its electronic detail and record it on
      * TAXFILED - a new row for an original, the filed row updated
      * for an amendment
      *---------------------------------------------------------------
       2600-ISSUE-SLIP.
           WRITE TAX-SLIP-LINE FROM WS-SLIP-DASHES
           MOVE WS-TAX-YEAR TO SLH-TAX-YEAR
           IF WS-SLIP-TYPE = 'A'
              MOVE 'AMENDED' TO SLH-SLIP-TYPE
           ELSE
              MOVE SPACES TO SLH-SLIP-TYPE
           END-IF
           WRITE TAX-SLIP-LINE FROM WS-SLIP-HDR
           MOVE TW-POLICY TO SLP-POLICY
           MOVE TW-NAME   TO SLP-NAME
           WRITE TAX-SLIP-LINE FROM WS-SLIP-PAYEE
           MOVE 'TOTAL PAID IN THE YEAR:' TO SLA-LABEL
           MOVE WS-SLIP-AMOUNT TO SLA-AMOUNT
           WRITE TAX-SLIP-LINE FROM WS-SLIP-AMOUNT-LINE
           IF WS-SLIP-TYPE = 'A'
              MOVE 'PREVIOUSLY REPORTED:' TO SLA-LABEL
              MOVE WS-PRIOR-AMOUNT TO SLA-AMOUNT
              WRITE TAX-SLIP-LINE FROM WS-SLIP-AMOUNT-LINE
           END-IF

           MOVE WS-TAX-YEAR    TO ELD-TAX-YEAR
           MOVE WS-SLIP-TYPE   TO ELD-SLIP-TYPE
           MOVE TW-POLICY      TO ELD-POLICY
           MOVE TW-NAME        TO ELD-NAME
           MOVE WS-SLIP-AMOUNT TO ELD-AMOUNT
           WRITE TAX-ELEC-REC FROM WS-ELEC-DETAIL
           ADD 1 TO WS-ELEC-COUNT
           ADD WS-SLIP-AMOUNT TO WS-ELEC-AMOUNT

           MOVE TW-NAME        TO TF-NAME
           MOVE WS-SLIP-AMOUNT TO TF-AMOUNT
           MOVE WS-RUN-DATE    TO TF-FILED-DATE
           IF WS-SLIP-TYPE = 'A'
              MOVE 'A' TO TF-SLIP-TYPE
              ADD 1 TO TF-AMEND-COUNT
              REWRITE TAX-FILED-REC
              INVALID KEY
                 DISPLAY 'A7TAXSL: TAXFILED REWRITE FAILED, KEY='
                         TF-KEY ' STATUS=' WS-FILED-STATUS
              END-REWRITE
           ELSE
              MOVE WS-TAX-YEAR TO TF-TAX-YEAR
              MOVE TW-POLICY   TO TF-POLICY
              MOVE 'O'         TO TF-SLIP-TYPE
              MOVE 0           TO TF-AMEND-COUNT
              WRITE TAX-FILED-REC
              INVALID KEY
                 DISPLAY 'A7TAXSL: TAXFILED WRITE FAILED, KEY='
                         TF-KEY ' STATUS=' WS-FILED-STATUS
              END-WRITE
           END-IF.

      * Read the next payment history record
      *---------------------------------------------------------------
       2900-READ-HISTORY.
           READ PAY-HIST-IN
           AT END
              SET HIST-EOF-YES TO TRUE
           END-READ.

      * Control report: the PAYRPT tie, the walk from payments issued
      * to the net paid, and the slip totals that add back to it
      *---------------------------------------------------------------
       3000-WRITE-CONTROL-REPORT.
           WRITE TAX-RPT-LINE FROM WS-TAX-HDR-1
           WRITE TAX-RPT-LINE FROM WS-TAX-DASHES
           MOVE WS-TAX-YEAR  TO TPL-TAX-YEAR
           IF WS-AMENDED-RUN
              MOVE 'AMENDED'  TO TPL-RUN-TYPE
           ELSE
              MOVE 'ORIGINAL' TO TPL-RUN-TYPE
           END-IF
           MOVE WS-THRESHOLD TO TPL-THRESHOLD
           WRITE TAX-RPT-LINE FROM WS-TAX-PARM-LINE
           WRITE TAX-RPT-LINE FROM WS-TAX-DASHES

           MOVE 'PAYRPT TIE:' TO TAX-RPT-LINE
           WRITE TAX-RPT-LINE
           MOVE '  DAILY PAYRPT ISSUED (DAYS)'  TO TTL-LABEL
           MOVE WS-DAY-COUNT                    TO TTL-COUNT
           MOVE WS-DAY-AMOUNT                   TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           MOVE '  PAYMENTS ISSUED ON PAYHIST'  TO TTL-LABEL
           MOVE WS-ISSUED-COUNT                 TO TTL-COUNT
           MOVE WS-ISSUED-AMOUNT                TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           COMPUTE WS-DIFF-AMOUNT = WS-DAY-AMOUNT - WS-ISSUED-AMOUNT
           PERFORM 3100-WRITE-TIE-RESULT

           WRITE TAX-RPT-LINE FROM WS-TAX-DASHES
           MOVE 'NET PAID TO PAYEES:' TO TAX-RPT-LINE
           WRITE TAX-RPT-LINE
           MOVE '  PAYMENTS ISSUED'                  TO TTL-LABEL
           MOVE WS-ISSUED-COUNT                      TO TTL-COUNT
           MOVE WS-ISSUED-AMOUNT                     TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           MOVE '  PLUS RECOVERY OFFSETS NETTED'     TO TTL-LABEL
           MOVE WS-OFFSET-COUNT                      TO TTL-COUNT
           MOVE WS-OFFSET-AMOUNT                     TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           MOVE '  LESS BANK REJECTS (A7PAYR)'       TO TTL-LABEL
           MOVE WS-REJECT-COUNT                      TO TTL-COUNT
           MOVE WS-REJECT-AMOUNT                     TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           MOVE '  PLUS REJECTS REISSUED (ONCE)'     TO TTL-LABEL
           MOVE WS-REISSUE-COUNT                     TO TTL-COUNT
           MOVE WS-REISSUE-AMOUNT                    TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           MOVE '  LESS PAID CLAIMS REVERSED'        TO TTL-LABEL
           MOVE WS-REVERSE-COUNT                     TO TTL-COUNT
           MOVE WS-REVERSE-AMOUNT                    TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           MOVE '  NET PAID (PAYEES)'                TO TTL-LABEL
           MOVE WS-PAYEE-COUNT                       TO TTL-COUNT
           MOVE WS-NET-PAID                          TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           MOVE '  OF WHICH RECORDED AFTER YEAR END' TO TTL-LABEL
           MOVE WS-LATE-COUNT                        TO TTL-COUNT
           MOVE WS-LATE-AMOUNT                       TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE

           WRITE TAX-RPT-LINE FROM WS-TAX-DASHES
           MOVE 'SLIPS:' TO TAX-RPT-LINE
           WRITE TAX-RPT-LINE
           MOVE '  ORIGINAL SLIPS ISSUED'            TO TTL-LABEL
           MOVE WS-ORIG-COUNT                        TO TTL-COUNT
           MOVE WS-ORIG-AMOUNT                       TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           IF WS-AMENDED-RUN
              MOVE '  AMENDED SLIPS ISSUED'          TO TTL-LABEL
              MOVE WS-AMEND-COUNT                    TO TTL-COUNT
              MOVE WS-AMEND-AMOUNT                   TO TTL-AMOUNT
              WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
              MOVE '  FILED SLIPS UNCHANGED'         TO TTL-LABEL
              MOVE WS-SAME-COUNT                     TO TTL-COUNT
              MOVE WS-SAME-AMOUNT                    TO TTL-AMOUNT
              WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           END-IF
           MOVE '  PAYEES NOT OVER THE THRESHOLD'    TO TTL-LABEL
           MOVE WS-UNDER-COUNT                       TO TTL-COUNT
           MOVE WS-UNDER-AMOUNT                      TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           MOVE '  NEGATIVE YEARS SLIPPED AS ZERO'   TO TTL-LABEL
           MOVE WS-NEG-COUNT                         TO TTL-COUNT
           MOVE WS-NEG-AMOUNT                        TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           COMPUTE WS-SLIP-NET = WS-ORIG-AMOUNT + WS-AMEND-AMOUNT
                               + WS-SAME-AMOUNT + WS-UNDER-AMOUNT
                               + WS-NEG-AMOUNT
           MOVE '  SLIP TOTALS (ADDS TO NET PAID)'   TO TTL-LABEL
           MOVE WS-PAYEE-COUNT                       TO TTL-COUNT
           MOVE WS-SLIP-NET                          TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           COMPUTE WS-DIFF-AMOUNT = WS-NET-PAID - WS-SLIP-NET
           PERFORM 3100-WRITE-TIE-RESULT
           MOVE '  ELECTRONIC FILING DETAILS'        TO TTL-LABEL
           MOVE WS-ELEC-COUNT                        TO TTL-COUNT
           MOVE WS-ELEC-AMOUNT                       TO TTL-AMOUNT
           WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE

           IF WS-NEG-COUNT > 0
              PERFORM 3200-LIST-NEGATIVE-YEARS
           END-IF.

      * Print the result of one tie from the difference in
      * WS-DIFF-AMOUNT
      *---------------------------------------------------------------
       3100-WRITE-TIE-RESULT.
           MOVE SPACES TO TAX-RPT-LINE
           IF WS-DIFF-AMOUNT = 0
              MOVE '  TIES' TO TAX-RPT-LINE
              WRITE TAX-RPT-LINE
           ELSE
              MOVE 'N' TO WS-TIE-SW
              MOVE '  ** DOES NOT TIE - DIFFERENCE'  TO TTL-LABEL
              MOVE 0                                 TO TTL-COUNT
              MOVE WS-DIFF-AMOUNT                    TO TTL-AMOUNT
              WRITE TAX-RPT-LINE FROM WS-TAX-TOT-LINE
           END-IF.

      * List the payees whose year netted below zero, for follow-up
      * - more was taken back from them than they were paid in the
      * year
      *---------------------------------------------------------------
       3200-LIST-NEGATIVE-YEARS.
           WRITE TAX-RPT-LINE FROM WS-TAX-DASHES
           MOVE 'PAYEES WITH A NEGATIVE YEAR (SLIPPED AS ZERO):'
              TO TAX-RPT-LINE
           WRITE TAX-RPT-LINE
           MOVE 'N' TO WS-WORK-EOF
           MOVE LOW-VALUES TO TW-POLICY
           START TAX-WORK-FILE KEY NOT < TW-POLICY
           INVALID KEY
              SET WORK-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL WORK-EOF-YES
                   READ TAX-WORK-FILE NEXT RECORD
                   AT END
                      SET WORK-EOF-YES TO TRUE
                   NOT AT END
                      COMPUTE WS-NET-AMOUNT = TW-ISSUED + TW-OFFSET
                                            - TW-REJECTED
                                            + TW-REISSUED
                                            - TW-REVERSED
                      IF WS-NET-AMOUNT < 0
                         MOVE SPACES        TO WS-TAX-NEG-LINE
                         MOVE TW-POLICY     TO TNL-POLICY
                         MOVE TW-NAME       TO TNL-NAME
                         MOVE WS-NET-AMOUNT TO TNL-AMOUNT
                         WRITE TAX-RPT-LINE FROM WS-TAX-NEG-LINE
                      END-IF
                   END-READ
           END-PERFORM.

      * Close files and echo the counts for the job log
      *-----------------------------------------------------------------
       4000-CLOSE.
           CLOSE PAY-HIST-IN
                 TAX-WORK-FILE
                 TAX-FILED
                 TAX-SLIP-OUT
                 TAX-ELEC-OUT
                 TAX-RPT-OUT
           DISPLAY 'A7TAXSL: TAX YEAR ' WS-TAX-YEAR
                   ' PAYEES ' WS-PAYEE-COUNT
                   ' SLIPS ' WS-ORIG-COUNT
                   ' AMENDED ' WS-AMEND-COUNT.

      *    Set the condition code the scheduler acts on: 8 when the
      *    payments do not tie to the daily PAYRPT totals or the slips
      *    do not add back to the net paid (the filing must not be
      *    released), 4 when a payee's year netted below zero, 0 when
      *    clean
      *---------------------------------------------------------------
       4900-SET-CONDITION-CODE.
           EVALUATE TRUE
           WHEN NOT WS-ALL-TIED
                MOVE 8 TO RETURN-CODE
           WHEN WS-NEG-COUNT > 0
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM A7TAXSL.
