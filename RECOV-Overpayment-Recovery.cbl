       IDENTIFICATION DIVISION.
       PROGRAM-ID. A7RECOV.

      *-----------------------------------------------------------------
      * AUTHOR:  GRANT HEATH
      * PURPOSE: TAKE BACK PAID CLAIMS THAT TURN OUT TO BE DUPLICATE,
      *          FRAUDULENT OR OVERPAID, AND TRACK THE MONEY OWED UNTIL
      *          IT IS RECOVERED OR WRITTEN OFF. RVTRAN CARRIES THREE
      *          TRANSACTIONS, KEYED ON POLICY NUMBER AND RECEIVED DATE
      *          WITH THE USER ID OF WHOEVER KEYED THEM: R=REVERSE A
      *          PAID CLAIM, WHICH OPENS A RECOVERY RECEIVABLE ON THE
      *          RECVMAST MASTER AND WRITES A REVERSED LIFECYCLE EVENT
      *          ON RVEVENT (CONCATENATED INTO HISTEVT FOR A7HSTUP);
      *          P=A RECOVERY RECEIVED FROM THE PAYEE, FULL OR PARTIAL;
      *          W=WRITE OFF WHAT CANNOT BE COLLECTED. BEFORE ANY
      *          TRANSACTION, THE RECOFFS OFFSETS A7PAYX NETTED OUT OF
      *          TODAY'S CONSOLIDATED PAYMENTS ARE APPLIED TO THEIR
      *          RECEIVABLES. REVERSALS, RECOVERIES AND WRITE-OFFS ARE
      *          FED TO A7GLPOST ON RECVGL IN THE PAYGL LAYOUT, AND
      *          EACH REVERSAL IS APPENDED TO THE CUMULATIVE PAYHIST
      *          PAYEE PAYMENT HISTORY, DATED TO THE DAY THE CLAIM WAS
      *          PAID, SO THE A7TAXSL YEAR-END SLIPS TAKE IT OUT. THE
      *          RECVRPT REPORT LISTS THE OFFSETS AND TRANSACTIONS WITH
      *          THEIR RESULTS, THEN AGES EVERY RECEIVABLE STILL OPEN
      *          FROM THE DAY IT WAS OPENED. RUNS AS A CHAIN STEP AFTER
      *          A7PAYR AND AHEAD OF A7HSTUP, SO A REVERSAL REACHES
      *          HISTMAST THE SAME DAY.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RV-TRAN-IN    ASSIGN TO RVTRAN
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-TRAN-STATUS.
           SELECT RECV-OFFS-IN  ASSIGN TO RECOFFS
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-OFFS-STATUS.
           SELECT HIST-MASTER   ASSIGN TO HISTMAST
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS HIST-KEY
                                FILE STATUS IS WS-MASTER-STATUS.
           SELECT RECV-MASTER   ASSIGN TO RECVMAST
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS RC-KEY
                                FILE STATUS IS WS-RECV-STATUS.
           SELECT RV-EVENT-OUT  ASSIGN TO RVEVENT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT RECV-GL-OUT   ASSIGN TO RECVGL
                                ORGANIZATION IS SEQUENTIAL.
           SELECT RECV-RPT-OUT  ASSIGN TO RECVRPT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-HIST-OUT  ASSIGN TO PAYHIST
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PAYHIST-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * RECOVERY TRANSACTIONS - R=REVERSE A PAID CLAIM (AMOUNT ZERO
      * TAKES BACK THE WHOLE CLAIM; REASON DU DUPLICATE, FR FRAUD OR
      * OP OVERPAID), P=RECOVERY RECEIVED, W=WRITE-OFF (AMOUNT ZERO
      * WRITES OFF THE WHOLE BALANCE)
      *-----------------------------------------------------------------
       FD  RV-TRAN-IN.
       01 RV-TRAN-REC.
          05 RT-ACTION           PIC X(01).
          05 RT-POLICY           PIC X(10).
          05 RT-RECV-DATE        PIC X(08).
          05 RT-AMOUNT           PIC 9(07)V99.
          05 RT-REASON           PIC X(02).
          05 RT-USER-ID          PIC X(08).

      * RECOVERY OFFSETS NETTED OUT OF TODAY'S PAYMENTS (LAYOUT OWNED
      * BY A7PAYX)
      *-----------------------------------------------------------------
       FD  RECV-OFFS-IN.
       01 RECV-OFFS-REC.
          05 RO-POLICY           PIC X(10).
          05 RO-RECV-DATE        PIC X(08).
          05 RO-SEQ              PIC 9(03).
          05 RO-AMOUNT           PIC 9(07)V99.
          05 RO-PAY-DATE         PIC X(08).

      * PERMANENT CLAIMS HISTORY MASTER (LAYOUT OWNED BY A7HISTLD)
      *-----------------------------------------------------------------
       FD  HIST-MASTER.
       COPY HISTREC.

      * RECOVERY RECEIVABLE MASTER (LAYOUT OWNED HERE, READ BY A7PAYX)
      *-----------------------------------------------------------------
       FD  RECV-MASTER.
       COPY RECVREC.

      * REVERSED LIFECYCLE EVENTS FOR A7HSTUP (LAYOUT OWNED BY A7HSTUP
      * HIST-EVENT-REC)
      *-----------------------------------------------------------------
       FD  RV-EVENT-OUT.
       01 RV-EVENT-REC.
          05 RVE-POLICY          PIC X(10).
          05 RVE-RECV-DATE       PIC X(08).
          05 RVE-STATUS          PIC X(12).
          05 RVE-EVENT-DATE      PIC X(08).
          05 RVE-RUN-ID          PIC X(14).

      * REVERSALS, RECOVERIES AND WRITE-OFFS FOR A7GLPOST (LAYOUT
      * OWNED BY A7PAYX)
      *-----------------------------------------------------------------
       FD  RECV-GL-OUT.
       COPY PAYGLREC.

       FD  RECV-RPT-OUT.
       01 RECV-RPT-LINE         PIC X(132).

      * CUMULATIVE PAYEE PAYMENT HISTORY (LAYOUT OWNED BY A7TAXSL) -
      * ONE RECORD PER PAID CLAIM REVERSED
      *-----------------------------------------------------------------
       FD  PAY-HIST-OUT.
       COPY PAYHREC.

       WORKING-STORAGE SECTION.

      * FLAGS AND FILE STATUS
      *-----------------------------------------------------------------
       01 WS-FLAGS.
          05 WS-TRAN-EOF        PIC X             VALUE 'N'.
             88 TRAN-EOF-YES                      VALUE 'Y'.
          05 WS-TRAN-OPEN-SW    PIC X             VALUE 'N'.
             88 WS-TRAN-OPENED                    VALUE 'Y'.
          05 WS-OFFS-EOF        PIC X             VALUE 'N'.
             88 OFFS-EOF-YES                      VALUE 'Y'.
          05 WS-RECV-EOF        PIC X             VALUE 'N'.
             88 RECV-EOF-YES                      VALUE 'Y'.
          05 WS-TRAN-OK-SW      PIC X             VALUE 'Y'.
             88 WS-TRAN-OK                        VALUE 'Y'.
          05 WS-CLAIM-SW        PIC X             VALUE 'N'.
             88 WS-CLAIM-FOUND                    VALUE 'Y'.
          05 WS-RECV-FOUND-SW   PIC X             VALUE 'N'.
             88 WS-RECV-FOUND                     VALUE 'Y'.
          05 WS-SCAN-END-SW     PIC X             VALUE 'N'.
             88 WS-SCAN-END                       VALUE 'Y'.

       01 WS-TRAN-STATUS        PIC X(02)         VALUE '00'.
       01 WS-OFFS-STATUS        PIC X(02)         VALUE '00'.
       01 WS-MASTER-STATUS      PIC X(02)         VALUE '00'.
       01 WS-RECV-STATUS        PIC X(02)         VALUE '00'.
       01 WS-PAYHIST-STATUS     PIC X(02)         VALUE '00'.

       01 WS-RUN-DATE           PIC X(08)         VALUE SPACES.
       01 WS-RUN-DATE-N         PIC 9(08)         VALUE 0.
       01 WS-OPEN-DATE-N        PIC 9(08)         VALUE 0.
       01 WS-AGE-DAYS           PIC 9(05)         VALUE 0.
       01 WS-TRAN-RESULT        PIC X(30)         VALUE SPACES.
       01 WS-TRAN-AMOUNT        PIC 9(07)V99      VALUE 0.
       01 WS-OFFSET-AMT         PIC 9(07)V99      VALUE 0.

       01 WS-SEQ                PIC 9(03)         VALUE 0.
       01 WS-SEQ-MAX            PIC 9(03)         VALUE 999.

      * AGING BUCKETS - UPPER BOUND IN DAYS SINCE THE RECEIVABLE WAS
      * OPENED; THE LAST BUCKET TAKES EVERYTHING OLDER
      *-----------------------------------------------------------------
       01 WS-AGE-MAX            PIC 9(01)         VALUE 5.
       01 WS-AGE-SUB            PIC 9(01)         VALUE 0.

       01 WS-AGE-VALUES.
          05 FILLER             PIC 9(05)         VALUE 30.
          05 FILLER             PIC X(12)         VALUE '0 - 30 DAYS'.
          05 FILLER             PIC 9(05)         VALUE 60.
          05 FILLER             PIC X(12)         VALUE '31 - 60'.
          05 FILLER             PIC 9(05)         VALUE 90.
          05 FILLER             PIC X(12)         VALUE '61 - 90'.
          05 FILLER             PIC 9(05)         VALUE 180.
          05 FILLER             PIC X(12)         VALUE '91 - 180'.
          05 FILLER             PIC 9(05)         VALUE 99999.
          05 FILLER             PIC X(12)         VALUE 'OVER 180'.

       01 WS-AGE-TABLE REDEFINES WS-AGE-VALUES.
          05 WS-AGE-ENTRY OCCURS 5 TIMES.
             10 WS-AGE-LIMIT    PIC 9(05).
             10 WS-AGE-LABEL    PIC X(12).

       01 WS-AGE-TOTALS.
          05 WS-AGE-TOTAL OCCURS 5 TIMES.
             10 WS-AGE-COUNT    PIC 9(07).
             10 WS-AGE-AMOUNT   PIC 9(09)V99.

      * RUN TOTALS
      *-----------------------------------------------------------------
       01 WS-RCV-TOTALS.
          05 WS-OFFS-READ       PIC 9(07)         VALUE 0.
          05 WS-OFFS-APPLIED    PIC 9(07)         VALUE 0.
          05 WS-OFFS-AMOUNT     PIC 9(09)V99      VALUE 0.
          05 WS-OFFS-UNAPPLIED  PIC 9(07)         VALUE 0.
          05 WS-OFFS-EXCESS-CNT PIC 9(07)         VALUE 0.
          05 WS-OFFS-EXCESS-AMT PIC 9(09)V99      VALUE 0.
          05 WS-OFFS-RWFAIL     PIC 9(07)         VALUE 0.
          05 WS-READ-COUNT      PIC 9(07)         VALUE 0.
          05 WS-REVERSED-COUNT  PIC 9(07)         VALUE 0.
          05 WS-REVERSED-AMOUNT PIC 9(09)V99      VALUE 0.
          05 WS-RECOVER-COUNT   PIC 9(07)         VALUE 0.
          05 WS-RECOVER-AMOUNT  PIC 9(09)V99      VALUE 0.
          05 WS-WRITEOFF-COUNT  PIC 9(07)         VALUE 0.
          05 WS-WRITEOFF-AMOUNT PIC 9(09)V99      VALUE 0.
          05 WS-ERROR-COUNT     PIC 9(07)         VALUE 0.
          05 WS-OPEN-COUNT      PIC 9(07)         VALUE 0.
          05 WS-OPEN-AMOUNT     PIC 9(09)V99      VALUE 0.

      * REPORT FORMATTING
      *-----------------------------------------------------------------
       01 WS-RCV-HDR-1          PIC X(80)         VALUE
             '          PAID-CLAIM REVERSAL AND RECOVERY REGISTER'.

       01 WS-RCV-DASHES         PIC X(110)        VALUE ALL '-'.

       01 WS-OFFS-HDR           PIC X(80)         VALUE
             'RECOVERY OFFSETS NETTED OUT OF TODAY''S PAYMENTS:'.

       01 WS-OFFS-COL-HDR.
          05 FILLER             PIC X(12)         VALUE 'POLICY #'.
          05 FILLER             PIC X(10)         VALUE 'RECEIVED'.
          05 FILLER             PIC X(05)         VALUE 'SEQ'.
          05 FILLER             PIC X(15)         VALUE 'OFFSET'.
          05 FILLER             PIC X(15)         VALUE 'BALANCE'.
          05 FILLER             PIC X(30)         VALUE 'RESULT'.

       01 WS-OFFS-LINE.
          05 ROL-POLICY         PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 ROL-RECV-DATE      PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 ROL-SEQ            PIC 9(03).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 ROL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 ROL-BALANCE        PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 ROL-RESULT         PIC X(30).

       01 WS-TRAN-HDR           PIC X(80)         VALUE
             'RECOVERY TRANSACTIONS:'.

       01 WS-TRAN-COL-HDR.
          05 FILLER             PIC X(05)         VALUE 'TRN'.
          05 FILLER             PIC X(12)         VALUE 'POLICY #'.
          05 FILLER             PIC X(10)         VALUE 'RECEIVED'.
          05 FILLER             PIC X(15)         VALUE 'AMOUNT'.
          05 FILLER             PIC X(05)         VALUE 'RSN'.
          05 FILLER             PIC X(10)         VALUE 'USER'.
          05 FILLER             PIC X(15)         VALUE 'BALANCE'.
          05 FILLER             PIC X(30)         VALUE 'RESULT'.

       01 WS-TRAN-LINE.
          05 RTL-ACTION         PIC X(01).
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 RTL-POLICY         PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 RTL-RECV-DATE      PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 RTL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 RTL-REASON         PIC X(02).
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 RTL-USER           PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 RTL-BALANCE        PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 RTL-RESULT         PIC X(30).

       01 WS-AGING-HDR          PIC X(80)         VALUE
             'OPEN RECOVERY RECEIVABLES, AGED FROM THE DATE OPENED:'.

       01 WS-AGING-COL-HDR.
          05 FILLER             PIC X(12)         VALUE 'POLICY #'.
          05 FILLER             PIC X(10)         VALUE 'RECEIVED'.
          05 FILLER             PIC X(05)         VALUE 'RSN'.
          05 FILLER             PIC X(10)         VALUE 'OPENED'.
          05 FILLER             PIC X(15)         VALUE 'ORIGINAL'.
          05 FILLER             PIC X(15)         VALUE 'RECOVERED'.
          05 FILLER             PIC X(15)         VALUE 'WRITTEN OFF'.
          05 FILLER             PIC X(15)         VALUE 'BALANCE'.
          05 FILLER             PIC X(06)         VALUE 'DAYS'.

       01 WS-AGING-LINE.
          05 RAL-POLICY         PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 RAL-RECV-DATE      PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 RAL-REASON         PIC X(02).
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 RAL-OPEN-DATE      PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 RAL-ORIG           PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 RAL-RECOVERED      PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 RAL-WRITEOFF       PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 RAL-BALANCE        PIC Z,ZZZ,ZZ9.99.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 RAL-AGE            PIC ZZZZ9.

       01 WS-BUCKET-LINE.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 RBL-LABEL          PIC X(12).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 RBL-COUNT          PIC ZZZZZZ9.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 RBL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-RCV-TOT-LINE.
          05 RCT-LABEL          PIC X(30).
          05 RCT-COUNT          PIC ZZZZZZ9.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 RCT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      * Main
      *---------------------------------------------------------------
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-OFFSET UNTIL OFFS-EOF-YES
           PERFORM 2090-START-REGISTER
           PERFORM 2100-APPLY-TRANSACTION UNTIL TRAN-EOF-YES
           PERFORM 3000-WRITE-AGING
           PERFORM 3200-WRITE-TOTALS
           PERFORM 4000-CLOSE
           PERFORM 4900-SET-CONDITION-CODE
           GOBACK.

      * Open files. A missing RVTRAN is a day with nothing keyed. A
      * missing RECOFFS is not: A7PAYX writes it every day, even
      * empty, and an offset left unapplied would be netted again
      * tomorrow. A missing RECVMAST is the first run and is created
      * empty
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N
           INITIALIZE WS-AGE-TOTALS

           OPEN INPUT RV-TRAN-IN
           IF WS-TRAN-STATUS = '00'
              SET WS-TRAN-OPENED TO TRUE
           ELSE
              DISPLAY 'A7RECOV: NO RECOVERY TRANSACTIONS TODAY STATUS='
                      WS-TRAN-STATUS
              SET TRAN-EOF-YES TO TRUE
           END-IF

           OPEN INPUT RECV-OFFS-IN
           IF WS-OFFS-STATUS NOT = '00'
              DISPLAY 'A7RECOV-F: OPEN FAILED FILE=RECOFFS STATUS='
                      WS-OFFS-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT HIST-MASTER
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY 'A7RECOV-F: OPEN FAILED FILE=HISTMAST STATUS='
                      WS-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O RECV-MASTER
           IF WS-RECV-STATUS = '35'
              OPEN OUTPUT RECV-MASTER
              CLOSE RECV-MASTER
              OPEN I-O RECV-MASTER
           END-IF
           IF WS-RECV-STATUS NOT = '00'
              DISPLAY 'A7RECOV-F: OPEN FAILED FILE=RECVMAST STATUS='
                      WS-RECV-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RV-EVENT-OUT
                       RECV-GL-OUT
                       RECV-RPT-OUT

           OPEN EXTEND PAY-HIST-OUT
           IF WS-PAYHIST-STATUS = '35'
              OPEN OUTPUT PAY-HIST-OUT
           END-IF
           IF WS-PAYHIST-STATUS NOT = '00'
              DISPLAY 'A7RECOV-F: OPEN FAILED FILE=PAYHIST STATUS='
                      WS-PAYHIST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           WRITE RECV-RPT-LINE FROM WS-RCV-HDR-1
           WRITE RECV-RPT-LINE FROM WS-RCV-DASHES
           WRITE RECV-RPT-LINE FROM WS-OFFS-HDR
           WRITE RECV-RPT-LINE FROM WS-OFFS-COL-HDR

           PERFORM 2950-READ-OFFSET
           IF WS-TRAN-OPENED
              PERFORM 2900-READ-TRANSACTION
           END-IF.

      * Apply one offset A7PAYX netted out of a payment. A7PAYX took
      * no more than the balance it loaded, so an offset larger than
      * the balance now means the receivable moved under it; only
      * the balance is taken. A7PAYX has already withheld and
      * journaled the excess, so it is counted and totalled for
      * follow-up (the payee is owed it back) and the run warns
      *---------------------------------------------------------------
       2000-APPLY-OFFSET.
           ADD 1 TO WS-OFFS-READ
           MOVE SPACES TO WS-OFFS-LINE
           MOVE RO-POLICY    TO ROL-POLICY
           MOVE RO-RECV-DATE TO ROL-RECV-DATE
           MOVE RO-SEQ       TO ROL-SEQ
           MOVE RO-AMOUNT    TO ROL-AMOUNT
           MOVE 0            TO ROL-BALANCE

           MOVE RO-POLICY    TO RC-POLICY
           MOVE RO-RECV-DATE TO RC-RECV-DATE
           MOVE RO-SEQ       TO RC-SEQ
           READ RECV-MASTER
           INVALID KEY
              ADD 1 TO WS-OFFS-UNAPPLIED
              MOVE 'NO RECEIVABLE - NOT APPLIED' TO ROL-RESULT
              DISPLAY 'A7RECOV-W: NO RECEIVABLE FOR OFFSET POLICY='
                      RO-POLICY ' RECEIVED ' RO-RECV-DATE
           NOT INVALID KEY
              IF RO-AMOUNT > RC-BALANCE
                 MOVE RC-BALANCE TO WS-OFFSET-AMT
                 MOVE 'APPLIED UP TO THE BALANCE' TO ROL-RESULT
                 ADD 1 TO WS-OFFS-EXCESS-CNT
                 COMPUTE WS-OFFS-EXCESS-AMT = WS-OFFS-EXCESS-AMT
                                            + RO-AMOUNT - RC-BALANCE
                 DISPLAY 'A7RECOV-W: OFFSET OVER BALANCE POLICY='
                         RO-POLICY ' RECEIVED ' RO-RECV-DATE
              ELSE
                 MOVE RO-AMOUNT  TO WS-OFFSET-AMT
                 MOVE 'APPLIED' TO ROL-RESULT
              END-IF
              ADD WS-OFFSET-AMT      TO RC-OFFSET-AMT
              SUBTRACT WS-OFFSET-AMT FROM RC-BALANCE
              MOVE WS-RUN-DATE       TO RC-LAST-DATE
              IF RC-BALANCE = 0
                 SET RC-RECOVERED TO TRUE
              END-IF
              REWRITE RECV-REC
              INVALID KEY
                 DISPLAY 'A7RECOV-W: REWRITE FAILED, KEY=' RC-KEY
                         ' STATUS=' WS-RECV-STATUS
                 ADD 1 TO WS-OFFS-RWFAIL
                 MOVE 'RECEIVABLE REWRITE FAILED' TO ROL-RESULT
              NOT INVALID KEY
                 ADD 1 TO WS-OFFS-APPLIED
                 ADD WS-OFFSET-AMT TO WS-OFFS-AMOUNT
                 MOVE RC-BALANCE TO ROL-BALANCE
              END-REWRITE
           END-READ

           WRITE RECV-RPT-LINE FROM WS-OFFS-LINE
           PERFORM 2950-READ-OFFSET.

      * Close off the offset section and head up the transactions
      *---------------------------------------------------------------
       2090-START-REGISTER.
           IF WS-OFFS-READ = 0
              MOVE SPACES TO RECV-RPT-LINE
              MOVE '  NONE' TO RECV-RPT-LINE
              WRITE RECV-RPT-LINE
           END-IF
           WRITE RECV-RPT-LINE FROM WS-RCV-DASHES
           WRITE RECV-RPT-LINE FROM WS-TRAN-HDR
           WRITE RECV-RPT-LINE FROM WS-TRAN-COL-HDR.

      * Apply one transaction and print its register line
      *---------------------------------------------------------------
       2100-APPLY-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           SET WS-TRAN-OK TO TRUE
           MOVE SPACES TO WS-TRAN-RESULT
           MOVE 0      TO WS-TRAN-AMOUNT
           MOVE 0      TO RC-BALANCE

           EVALUATE TRUE
           WHEN RT-POLICY = SPACES OR RT-RECV-DATE = SPACES
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'MISSING POLICY OR RECEIVED DATE'
                   TO WS-TRAN-RESULT
           WHEN RT-USER-ID = SPACES
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'MISSING USER ID' TO WS-TRAN-RESULT
           WHEN RT-AMOUNT IS NOT NUMERIC
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'AMOUNT NOT NUMERIC' TO WS-TRAN-RESULT
           WHEN RT-ACTION = 'R'
                PERFORM 2200-REVERSE-CLAIM
           WHEN RT-ACTION = 'P'
                PERFORM 2300-RECOVERY-RECEIVED
           WHEN RT-ACTION = 'W'
                PERFORM 2400-WRITE-OFF
           WHEN OTHER
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'UNKNOWN TRANSACTION CODE' TO WS-TRAN-RESULT
           END-EVALUATE

           IF NOT WS-TRAN-OK
              ADD 1 TO WS-ERROR-COUNT
           END-IF

           MOVE SPACES TO WS-TRAN-LINE
           MOVE RT-ACTION      TO RTL-ACTION
           MOVE RT-POLICY      TO RTL-POLICY
           MOVE RT-RECV-DATE   TO RTL-RECV-DATE
           MOVE WS-TRAN-AMOUNT TO RTL-AMOUNT
           MOVE RT-REASON      TO RTL-REASON
           MOVE RT-USER-ID     TO RTL-USER
           IF WS-TRAN-OK
              MOVE RC-BALANCE  TO RTL-BALANCE
           ELSE
              MOVE 0           TO RTL-BALANCE
           END-IF
           MOVE WS-TRAN-RESULT TO RTL-RESULT
           WRITE RECV-RPT-LINE FROM WS-TRAN-LINE

           PERFORM 2900-READ-TRANSACTION.

      * Reverse a paid claim. The claim taken is the first occurrence
      * for the policy and received date that is PAID on HISTMAST and
      * has no receivable yet - the same claim A7HSTUP will stamp
      * REVERSED. A claim paid today is not PAID on HISTMAST until
      * A7HSTUP runs, so it can be reversed from tomorrow. An amount
      * of zero takes back the whole claim; a part is an overpayment
      *---------------------------------------------------------------
       2200-REVERSE-CLAIM.
           PERFORM 2250-FIND-PAID-CLAIM
           EVALUATE TRUE
           WHEN RT-REASON NOT = 'DU' AND RT-REASON NOT = 'FR' AND
                RT-REASON NOT = 'OP'
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'UNKNOWN REVERSAL REASON' TO WS-TRAN-RESULT
           WHEN NOT WS-CLAIM-FOUND
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'NO PAID CLAIM ON HISTMAST' TO WS-TRAN-RESULT
           WHEN RT-AMOUNT > HIST-AMOUNT
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'AMOUNT OVER THE CLAIM PAID' TO WS-TRAN-RESULT
           END-EVALUATE

           IF WS-TRAN-OK
              IF RT-AMOUNT = 0
                 MOVE HIST-AMOUNT TO WS-TRAN-AMOUNT
              ELSE
                 MOVE RT-AMOUNT   TO WS-TRAN-AMOUNT
              END-IF
              INITIALIZE RECV-REC
              MOVE HIST-KEY       TO RC-KEY
              SET RC-OPEN         TO TRUE
              MOVE RT-REASON      TO RC-REASON
              MOVE HIST-PROD-CODE TO RC-PROD-CODE
              MOVE HIST-RUN-ID    TO RC-RUN-ID
              MOVE WS-RUN-DATE    TO RC-OPEN-DATE
              MOVE WS-TRAN-AMOUNT TO RC-ORIG-AMT
              MOVE WS-TRAN-AMOUNT TO RC-BALANCE
              MOVE WS-RUN-DATE    TO RC-LAST-DATE
              MOVE RT-USER-ID     TO RC-USER-ID
              WRITE RECV-REC
              INVALID KEY
                 MOVE 'N' TO WS-TRAN-OK-SW
                 MOVE 'RECEIVABLE WRITE FAILED' TO WS-TRAN-RESULT
              NOT INVALID KEY
                 PERFORM 2260-WRITE-REVERSED-EVENT
              END-WRITE
           END-IF.

      * Walk the occurrence sequences, the way A7HSTUP does, for the
      * first PAID claim with no receivable. On a hit the claim is
      * left in HIST-REC
      *---------------------------------------------------------------
       2250-FIND-PAID-CLAIM.
           MOVE 'N' TO WS-CLAIM-SW
           MOVE 'N' TO WS-SCAN-END-SW
           MOVE 0   TO WS-SEQ

           PERFORM UNTIL WS-CLAIM-FOUND OR WS-SCAN-END
                      OR WS-SEQ = WS-SEQ-MAX
                   ADD 1 TO WS-SEQ
                   MOVE RT-POLICY    TO HIST-POLICY
                   MOVE RT-RECV-DATE TO HIST-RECV-DATE
                   MOVE WS-SEQ       TO HIST-SEQ
                   READ HIST-MASTER
                   INVALID KEY
                      SET WS-SCAN-END TO TRUE
                   NOT INVALID KEY
                      IF HIST-CUR-STATUS = 'PAID'
                         MOVE HIST-KEY TO RC-KEY
                         READ RECV-MASTER
                         INVALID KEY
                            SET WS-CLAIM-FOUND TO TRUE
                         END-READ
                      END-IF
                   END-READ
           END-PERFORM.

      * The receivable is open: tell A7HSTUP the claim is reversed,
      * post the reversal to the ledger and take it off the payee's
      * payments for the year the claim was paid
      *---------------------------------------------------------------
       2260-WRITE-REVERSED-EVENT.
           MOVE HIST-POLICY    TO RVE-POLICY
           MOVE HIST-RECV-DATE TO RVE-RECV-DATE
           MOVE 'REVERSED'     TO RVE-STATUS
           MOVE WS-RUN-DATE    TO RVE-EVENT-DATE
           MOVE HIST-RUN-ID    TO RVE-RUN-ID
           WRITE RV-EVENT-REC

           SET PG-REVERSAL TO TRUE
           PERFORM 2800-WRITE-GL

           SET PH-REVERSED     TO TRUE
           MOVE HIST-POLICY    TO PH-POLICY
           MOVE SPACES         TO PH-PAYEE-NAME
           MOVE SPACE          TO PH-METHOD
           MOVE WS-TRAN-AMOUNT TO PH-AMOUNT
           MOVE WS-RUN-DATE    TO PH-PAY-DATE
           MOVE HIST-STAT-DATE TO PH-EFF-DATE
           WRITE PAY-HIST-REC

           ADD 1 TO WS-REVERSED-COUNT
           ADD WS-TRAN-AMOUNT TO WS-REVERSED-AMOUNT
           MOVE 'REVERSED - RECEIVABLE OPENED' TO WS-TRAN-RESULT.

      * A recovery received from the payee, full or partial, against
      * the open receivable for the policy and received date
      *---------------------------------------------------------------
       2300-RECOVERY-RECEIVED.
           PERFORM 2350-FIND-OPEN-RECEIVABLE
           EVALUATE TRUE
           WHEN RT-AMOUNT = 0
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'RECOVERY AMOUNT MISSING' TO WS-TRAN-RESULT
           WHEN NOT WS-RECV-FOUND
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'NO OPEN RECEIVABLE' TO WS-TRAN-RESULT
           WHEN RT-AMOUNT > RC-BALANCE
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'AMOUNT OVER THE BALANCE' TO WS-TRAN-RESULT
           END-EVALUATE

           IF WS-TRAN-OK
              MOVE RT-AMOUNT TO WS-TRAN-AMOUNT
              ADD WS-TRAN-AMOUNT      TO RC-RECOVERED-AMT
              SUBTRACT WS-TRAN-AMOUNT FROM RC-BALANCE
              IF RC-BALANCE = 0
                 SET RC-RECOVERED TO TRUE
              END-IF
              PERFORM 2450-REWRITE-RECEIVABLE
              IF WS-TRAN-OK
                 SET PG-RECOVERY-RECEIVED TO TRUE
                 PERFORM 2800-WRITE-GL
                 ADD 1 TO WS-RECOVER-COUNT
                 ADD WS-TRAN-AMOUNT TO WS-RECOVER-AMOUNT
                 IF RC-RECOVERED
                    MOVE 'RECOVERED - RECEIVABLE CLOSED'
                       TO WS-TRAN-RESULT
                 ELSE
                    MOVE 'PARTIAL RECOVERY APPLIED' TO WS-TRAN-RESULT
                 END-IF
              END-IF
           END-IF.

      * Find the open receivable for the transaction's policy and
      * received date, taking the lowest occurrence still open. On a
      * hit the receivable is left in RECV-REC
      *---------------------------------------------------------------
       2350-FIND-OPEN-RECEIVABLE.
           MOVE 'N' TO WS-RECV-FOUND-SW
           MOVE 'N' TO WS-SCAN-END-SW
           MOVE RT-POLICY    TO RC-POLICY
           MOVE RT-RECV-DATE TO RC-RECV-DATE
           MOVE 0            TO RC-SEQ
           START RECV-MASTER KEY NOT < RC-KEY
           INVALID KEY
              SET WS-SCAN-END TO TRUE
           END-START

           PERFORM UNTIL WS-RECV-FOUND OR WS-SCAN-END
                   READ RECV-MASTER NEXT RECORD
                   AT END
                      SET WS-SCAN-END TO TRUE
                   NOT AT END
                      IF RC-POLICY NOT = RT-POLICY OR
                         RC-RECV-DATE NOT = RT-RECV-DATE
                         SET WS-SCAN-END TO TRUE
                      ELSE
                         IF RC-OPEN
                            SET WS-RECV-FOUND TO TRUE
                         END-IF
                      END-IF
                   END-READ
           END-PERFORM.

      * Write off what cannot be collected. An amount of zero writes
      * off the whole balance
      *---------------------------------------------------------------
       2400-WRITE-OFF.
           PERFORM 2350-FIND-OPEN-RECEIVABLE
           EVALUATE TRUE
           WHEN NOT WS-RECV-FOUND
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'NO OPEN RECEIVABLE' TO WS-TRAN-RESULT
           WHEN RT-AMOUNT > RC-BALANCE
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'AMOUNT OVER THE BALANCE' TO WS-TRAN-RESULT
           END-EVALUATE

           IF WS-TRAN-OK
              IF RT-AMOUNT = 0
                 MOVE RC-BALANCE TO WS-TRAN-AMOUNT
              ELSE
                 MOVE RT-AMOUNT  TO WS-TRAN-AMOUNT
              END-IF
              ADD WS-TRAN-AMOUNT      TO RC-WRITEOFF-AMT
              SUBTRACT WS-TRAN-AMOUNT FROM RC-BALANCE
              IF RC-BALANCE = 0
                 SET RC-WRITTEN-OFF TO TRUE
              END-IF
              PERFORM 2450-REWRITE-RECEIVABLE
              IF WS-TRAN-OK
                 SET PG-WRITE-OFF TO TRUE
                 PERFORM 2800-WRITE-GL
                 ADD 1 TO WS-WRITEOFF-COUNT
                 ADD WS-TRAN-AMOUNT TO WS-WRITEOFF-AMOUNT
                 IF RC-WRITTEN-OFF
                    MOVE 'WRITTEN OFF - RECEIVABLE CLOSED'
                       TO WS-TRAN-RESULT
                 ELSE
                    MOVE 'PARTIAL WRITE-OFF APPLIED' TO WS-TRAN-RESULT
                 END-IF
              END-IF
           END-IF.

      * Put the updated receivable back, stamped with the day and
      * the user who keyed the transaction
      *---------------------------------------------------------------
       2450-REWRITE-RECEIVABLE.
           MOVE WS-RUN-DATE TO RC-LAST-DATE
           MOVE RT-USER-ID  TO RC-USER-ID
           REWRITE RECV-REC
           INVALID KEY
              MOVE 'N' TO WS-TRAN-OK-SW
              MOVE 'RECEIVABLE REWRITE FAILED' TO WS-TRAN-RESULT
           END-REWRITE.

      * Write one ledger row for the receivable in RECV-REC; the
      * caller has set the kind. There is no payment route behind a
      * reversal, recovery or write-off, so the method is left blank
      *---------------------------------------------------------------
       2800-WRITE-GL.
           MOVE SPACES         TO PG-METHOD
           MOVE RC-POLICY      TO PG-POLICY-NUMBER
           MOVE SPACES         TO PG-PAYEE-NAME
           MOVE RC-RECV-DATE   TO PG-RECV-DATE
           MOVE RC-PROD-CODE   TO PG-PROD-CODE
           MOVE RC-POLICY(1:3) TO PG-REGION
           MOVE WS-TRAN-AMOUNT TO PG-AMOUNT
           MOVE RC-RUN-ID      TO PG-RUN-ID
           MOVE WS-RUN-DATE    TO PG-PAY-DATE
           WRITE PAY-GL-REC.

      * Read the next transaction
      *---------------------------------------------------------------
       2900-READ-TRANSACTION.
           READ RV-TRAN-IN
           AT END
              SET TRAN-EOF-YES TO TRUE
           END-READ.

      * Read the next offset
      *---------------------------------------------------------------
       2950-READ-OFFSET.
           READ RECV-OFFS-IN
           AT END
              SET OFFS-EOF-YES TO TRUE
           END-READ.

      * Age every receivable still open from the day it was opened,
      * one line each, then the count and balance by age bucket
      *---------------------------------------------------------------
       3000-WRITE-AGING.
           WRITE RECV-RPT-LINE FROM WS-RCV-DASHES
           WRITE RECV-RPT-LINE FROM WS-AGING-HDR
           WRITE RECV-RPT-LINE FROM WS-AGING-COL-HDR

           MOVE LOW-VALUES TO RC-KEY
           START RECV-MASTER KEY NOT < RC-KEY
           INVALID KEY
              SET RECV-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL RECV-EOF-YES
                   READ RECV-MASTER NEXT RECORD
                   AT END
                      SET RECV-EOF-YES TO TRUE
                   NOT AT END
                      IF RC-OPEN
                         PERFORM 3050-AGE-RECEIVABLE
                      END-IF
                   END-READ
           END-PERFORM

           IF WS-OPEN-COUNT = 0
              MOVE SPACES TO RECV-RPT-LINE
              MOVE '  NONE' TO RECV-RPT-LINE
              WRITE RECV-RPT-LINE
           END-IF

           WRITE RECV-RPT-LINE FROM WS-RCV-DASHES
           MOVE SPACES TO RECV-RPT-LINE
           MOVE 'OPEN BALANCE BY AGE:' TO RECV-RPT-LINE
           WRITE RECV-RPT-LINE
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
              UNTIL WS-AGE-SUB > WS-AGE-MAX
              MOVE WS-AGE-LABEL(WS-AGE-SUB)  TO RBL-LABEL
              MOVE WS-AGE-COUNT(WS-AGE-SUB)  TO RBL-COUNT
              MOVE WS-AGE-AMOUNT(WS-AGE-SUB) TO RBL-AMOUNT
              WRITE RECV-RPT-LINE FROM WS-BUCKET-LINE
           END-PERFORM.

      * Print one open receivable and add it to its age bucket. An
      * opened date that is not a date ages as zero days
      *---------------------------------------------------------------
       3050-AGE-RECEIVABLE.
           MOVE 0 TO WS-AGE-DAYS
           IF RC-OPEN-DATE IS NUMERIC
              MOVE RC-OPEN-DATE TO WS-OPEN-DATE-N
              IF WS-OPEN-DATE-N < WS-RUN-DATE-N
                 COMPUTE WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                  - FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE-N)
              END-IF
           END-IF

           ADD 1 TO WS-OPEN-COUNT
           ADD RC-BALANCE TO WS-OPEN-AMOUNT

           MOVE 1 TO WS-AGE-SUB
           PERFORM UNTIL WS-AGE-SUB = WS-AGE-MAX
                      OR WS-AGE-DAYS NOT > WS-AGE-LIMIT(WS-AGE-SUB)
                   ADD 1 TO WS-AGE-SUB
           END-PERFORM
           ADD 1          TO WS-AGE-COUNT(WS-AGE-SUB)
           ADD RC-BALANCE TO WS-AGE-AMOUNT(WS-AGE-SUB)

           MOVE SPACES TO WS-AGING-LINE
           MOVE RC-POLICY       TO RAL-POLICY
           MOVE RC-RECV-DATE    TO RAL-RECV-DATE
           MOVE RC-REASON       TO RAL-REASON
           MOVE RC-OPEN-DATE    TO RAL-OPEN-DATE
           MOVE RC-ORIG-AMT     TO RAL-ORIG
           COMPUTE RAL-RECOVERED = RC-OFFSET-AMT + RC-RECOVERED-AMT
           MOVE RC-WRITEOFF-AMT TO RAL-WRITEOFF
           MOVE RC-BALANCE      TO RAL-BALANCE
           MOVE WS-AGE-DAYS     TO RAL-AGE
           WRITE RECV-RPT-LINE FROM WS-AGING-LINE.

      * Register totals
      *---------------------------------------------------------------
       3200-WRITE-TOTALS.
           WRITE RECV-RPT-LINE FROM WS-RCV-DASHES
           MOVE 'OFFSETS APPLIED:'         TO RCT-LABEL
           MOVE WS-OFFS-APPLIED            TO RCT-COUNT
           MOVE WS-OFFS-AMOUNT             TO RCT-AMOUNT
           WRITE RECV-RPT-LINE FROM WS-RCV-TOT-LINE
           MOVE 'OFFSETS NOT APPLIED:'     TO RCT-LABEL
           MOVE WS-OFFS-UNAPPLIED          TO RCT-COUNT
           MOVE 0                          TO RCT-AMOUNT
           WRITE RECV-RPT-LINE FROM WS-RCV-TOT-LINE
           MOVE 'OFFSETS OVER BALANCE/EXCESS:' TO RCT-LABEL
           MOVE WS-OFFS-EXCESS-CNT         TO RCT-COUNT
           MOVE WS-OFFS-EXCESS-AMT         TO RCT-AMOUNT
           WRITE RECV-RPT-LINE FROM WS-RCV-TOT-LINE
           MOVE 'OFFSET REWRITES FAILED:'  TO RCT-LABEL
           MOVE WS-OFFS-RWFAIL             TO RCT-COUNT
           MOVE 0                          TO RCT-AMOUNT
           WRITE RECV-RPT-LINE FROM WS-RCV-TOT-LINE
           MOVE 'TRANSACTIONS READ:'       TO RCT-LABEL
           MOVE WS-READ-COUNT              TO RCT-COUNT
           MOVE 0                          TO RCT-AMOUNT
           WRITE RECV-RPT-LINE FROM WS-RCV-TOT-LINE
           MOVE 'CLAIMS REVERSED:'         TO RCT-LABEL
           MOVE WS-REVERSED-COUNT          TO RCT-COUNT
           MOVE WS-REVERSED-AMOUNT         TO RCT-AMOUNT
           WRITE RECV-RPT-LINE FROM WS-RCV-TOT-LINE
           MOVE 'RECOVERIES RECEIVED:'     TO RCT-LABEL
           MOVE WS-RECOVER-COUNT           TO RCT-COUNT
           MOVE WS-RECOVER-AMOUNT          TO RCT-AMOUNT
           WRITE RECV-RPT-LINE FROM WS-RCV-TOT-LINE
           MOVE 'WRITTEN OFF:'             TO RCT-LABEL
           MOVE WS-WRITEOFF-COUNT          TO RCT-COUNT
           MOVE WS-WRITEOFF-AMOUNT         TO RCT-AMOUNT
           WRITE RECV-RPT-LINE FROM WS-RCV-TOT-LINE
           MOVE 'TRANSACTIONS REFUSED:'    TO RCT-LABEL
           MOVE WS-ERROR-COUNT             TO RCT-COUNT
           MOVE 0                          TO RCT-AMOUNT
           WRITE RECV-RPT-LINE FROM WS-RCV-TOT-LINE
           MOVE 'RECEIVABLES STILL OPEN:'  TO RCT-LABEL
           MOVE WS-OPEN-COUNT              TO RCT-COUNT
           MOVE WS-OPEN-AMOUNT             TO RCT-AMOUNT
           WRITE RECV-RPT-LINE FROM WS-RCV-TOT-LINE.

      * Close files and echo the counts for the job log
      *-----------------------------------------------------------------
       4000-CLOSE.
           IF WS-TRAN-OPENED
              CLOSE RV-TRAN-IN
           END-IF
           CLOSE RECV-OFFS-IN
                 HIST-MASTER
                 RECV-MASTER
                 RV-EVENT-OUT
                 RECV-GL-OUT
                 RECV-RPT-OUT
                 PAY-HIST-OUT
           DISPLAY 'A7RECOV: OFFSETS ' WS-OFFS-APPLIED
                   ' REVERSED ' WS-REVERSED-COUNT
                   ' RECOVERED ' WS-RECOVER-COUNT
                   ' WRITTEN OFF ' WS-WRITEOFF-COUNT
                   ' REFUSED ' WS-ERROR-COUNT.

      *    Set the condition code the scheduler acts on: 4 when any
      *    transaction was refused, an offset found no receivable to
      *    land on or ran over its balance, or a receivable rewrite
      *    failed, 0 when clean
      *---------------------------------------------------------------
       4900-SET-CONDITION-CODE.
           IF WS-ERROR-COUNT > 0 OR WS-OFFS-UNAPPLIED > 0 OR
              WS-OFFS-EXCESS-CNT > 0 OR WS-OFFS-RWFAIL > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM A7RECOV.
