      *          REPORT) AND PAYMENTS ISSUED (THE EFT/CHEQUE/HELD
      *          AMOUNTS ADD ACROSS TO THE SAME CLAIM AMOUNTS), SO
      *          FINANCE CAN BALANCE THE BATCH BEFORE TRANSMITTING IT.
      *          A CLAIM THE A7SIUSCR SCREENING STEP BLOCKED ON SIUREF
      *          IS NOT PAID AT ALL: IT IS WRITTEN TO THE SIUSUSP FILE
      *          IN THE SUSPENSE LAYOUT, WHICH THE SCHEDULER
      *          CONCATENATES INTO THE NEXT A7SUSRL REVIEW, AND A
      *          SUSPENDED LIFECYCLE EVENT IS WRITTEN FOR IT.
      *          EVERY CHEQUE IS NUMBERED OFF THE CHQCTL STOCK CONTROL
      *          (THE LAST NUMBER USED, REWRITTEN AT THE END OF THE
      *          RUN) AND CARRIES ITS NUMBER AND ISSUE DATE ON CHQFILE
      *          FOR THE A7CHQREG CHEQUE REGISTER. EVERY CLAIM PAID IS
      *          ALSO WRITTEN TO THE PAYGL FEED WITH ITS PRODUCT,
      *          REGION AND PAYMENT METHOD FOR THE A7GLPOST LEDGER
      *          INTERFACE. A PAYEE WHOSE TRANSIT, ACCOUNT OR PAYMENT
      *          METHOD WAS CHANGED (OR WHO WAS ADDED) ON PAYBANK
      *          WITHIN THE COOLING-OFF WINDOW - COOLPARM BUSINESS
      *          DAYS, DEFAULT 5, READ OFF THE A7PBMNT PBLOG CHANGE
      *          LOG - IS NOT PAID AT ALL BUT HELD ON HOLDPAY LIKE A
      *          PAYEE WITH NO BANKING ROW. EVERY HELD CLAIM ALSO GETS
      *          A HOLDRSN RECORD GIVING THE HOLD REASON, SO THE TWO
      *          KINDS OF HOLD CAN BE WORKED SEPARATELY WHILE HOLDPAY
      *          KEEPS THE SPLIT LAYOUT THE NEXT EXTRACT RE-READS.
      *          A PAYEE WITH AN OPEN RECOVERY RECEIVABLE ON RECVMAST
      *          (A PAID CLAIM SINCE REVERSED BY A7RECOV) HAS THE OPEN
      *          BALANCE NETTED OUT OF THEIR CONSOLIDATED PAYMENT,
      *          OLDEST RECEIVABLE FIRST, UP TO THE WHOLE PAYMENT. THE
      *          OFFSET IS SHOWN ON THE REMITTANCE ADVICE, WRITTEN TO
      *          RECOFFS FOR A7RECOV TO APPLY TO THE RECEIVABLE, AND
      *          FED TO PAYGL SO THE LEDGER TIES THE NET BANK ITEM.
      *          EVERY PAYMENT ISSUED AND EVERY OFFSET TAKEN IS ALSO
      *          APPENDED TO THE CUMULATIVE PAYHIST PAYEE PAYMENT
      *          HISTORY, CLOSED EACH DAY BY A RECORD CARRYING THE
      *          PAYRPT ISSUED TOTAL, FOR THE A7TAXSL YEAR-END SLIPS.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT PAYBANK-IN    ASSIGN TO PAYBANK
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PAYBANK-STATUS.
           SELECT SIU-REF-IN    ASSIGN TO SIUREF
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-SIUREF-STATUS.
           SELECT CHQ-CTL-FILE  ASSIGN TO CHQCTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CHQCTL-STATUS.
           SELECT PB-LOG-IN     ASSIGN TO PBLOG
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PBLOG-STATUS.
           SELECT COOL-PARM-IN  ASSIGN TO COOLPARM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-COOLPARM-STATUS.
           SELECT RECV-MAST-IN  ASSIGN TO RECVMAST
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS RC-KEY
                                FILE STATUS IS WS-RECVMAST-STATUS.
           SELECT PAYMENT-OUT   ASSIGN TO PAYFILE
                                ORGANIZATION IS SEQUENTIAL.
           SELECT EFT-OUT       ASSIGN TO EFTFILE
                                ORGANIZATION IS SEQUENTIAL.
           SELECT HOLDPAY-OUT   ASSIGN TO HOLDPAY
                                ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-RSN-OUT  ASSIGN TO HOLDRSN
                                ORGANIZATION IS SEQUENTIAL.
           SELECT SIU-SUSP-OUT  ASSIGN TO SIUSUSP
                                ORGANIZATION IS SEQUENTIAL.
           SELECT REMIT-OUT     ASSIGN TO REMITADV
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-EVENT-OUT ASSIGN TO PAYEVENT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-GL-OUT    ASSIGN TO PAYGL
                                ORGANIZATION IS SEQUENTIAL.
           SELECT RECV-OFFS-OUT ASSIGN TO RECOFFS
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-HIST-OUT  ASSIGN TO PAYHIST
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT PAY-RPT-OUT   ASSIGN TO PAYRPT
                                ORGANIZATION IS SEQUENTIAL.

          05 PB-ACCOUNT         PIC X(12).
          05 PB-METHOD          PIC X(01).

      * SIU REFERRALS FROM TODAY'S SCREENING (LAYOUT OWNED BY
      * A7SIUSCR) - ONLY THE BLOCKED ONES MATTER HERE
      *-----------------------------------------------------------------
       FD  SIU-REF-IN.
       COPY SIUREC.

      * CHEQUE STOCK CONTROL - THE LAST CHEQUE NUMBER USED AND THE
      * RUN THAT USED IT. SEEDED FROM THE FIRST NUMBER ON THE STOCK
      * LESS ONE, THEN REWRITTEN IN PLACE EACH EXTRACT RUN
      *-----------------------------------------------------------------
       FD  CHQ-CTL-FILE.
       01 CHQ-CTL-REC.
          05 CC-LAST-CHQ-NUMBER  PIC 9(08).
          05 CC-LAST-RUN-DATE    PIC X(08).

      * PAYEE BANKING CHANGE LOG (LAYOUT OWNED BY A7PBMNT) - ONLY
      * THE VERIFIED CHANGES TO BANKING DETAILS MATTER HERE
      *-----------------------------------------------------------------
       FD  PB-LOG-IN.
       COPY PBLOGREC.

      * COOLING-OFF WINDOW IN BUSINESS DAYS - OPTIONAL, BLANK OR
      * MISSING MEANS THE STANDARD 5
      *-----------------------------------------------------------------
       FD  COOL-PARM-IN.
       01 COOL-PARM-REC.
          05 CP-BUS-DAYS         PIC X(02).

      * RECOVERY RECEIVABLE MASTER (LAYOUT OWNED BY A7RECOV) - ONLY
      * THE OPEN BALANCES MATTER HERE
      *-----------------------------------------------------------------
       FD  RECV-MAST-IN.
       COPY RECVREC.

       FD  PAYMENT-OUT.
       01 PAYMENT-REC           PIC X(40).

       FD  EFT-OUT.
       01 EFT-REC               PIC X(60).

      * CHEQUE-PRINT DISBURSEMENTS - THE PAY-DETAIL FIELDS PLUS THE
      * CHEQUE NUMBER AND ISSUE DATE THE REGISTER IS KEYED ON
      *-----------------------------------------------------------------
       FD  CHEQUE-OUT.
       COPY CHQDREC.

      * CLAIMS HELD FOR A MISSING BANKING ROW, IN THE 101-BYTE SPLIT
      * OUTPUT LAYOUT SO THE NEXT EXTRACT CAN PICK THEM UP WHOLE
       FD  HOLDPAY-OUT.
       01 HOLDPAY-REC           PIC X(101).

      * WHY EACH HOLDPAY CLAIM WAS HELD - ONE RECORD PER HOLDPAY
      * RECORD, IN THE SAME ORDER. 'NB' NO USABLE BANKING ROW, 'CO'
      * BANKING DETAILS CHANGED ON HR-CHANGE-DATE, INSIDE THE
      * COOLING-OFF WINDOW
      *-----------------------------------------------------------------
       FD  HOLD-RSN-OUT.
       01 HOLD-RSN-REC.
          05 HR-POLICY           PIC X(10).
          05 HR-RECV-DATE        PIC X(08).
          05 HR-REASON           PIC X(02).
          05 HR-HOLD-DATE        PIC X(08).
          05 HR-CHANGE-DATE      PIC X(08).

      * CLAIMS BLOCKED BY SIU SCREENING, IN THE 110-BYTE SUSPENSE
      * LAYOUT (LAYOUT OWNED BY A7SPLIT WS-SUS-REC) SO A7SUSRL WORKS
      * THEM LIKE ANY OTHER SUSPENDED CLAIM
      *-----------------------------------------------------------------
       FD  SIU-SUSP-OUT.
       01 SIU-SUSP-REC          PIC X(110).

      * REMITTANCE ADVICE - ONE BLOCK PER CONSOLIDATED PAYMENT,
      * LISTING EACH UNDERLYING CLAIM SO THE PAYEE CAN TIE THE
      * SINGLE DEPOSIT BACK TO WHAT WAS APPROVED
          05 PEV-EVENT-DATE      PIC X(08).
          05 PEV-RUN-ID          PIC X(14).

      * PAID-CLAIM LEDGER FEED - ONE RECORD PER UNDERLYING CLAIM PAID
      *-----------------------------------------------------------------
       FD  PAY-GL-OUT.
       COPY PAYGLREC.

      * RECOVERY OFFSETS TAKEN TODAY (LAYOUT OWNED HERE, READ BY
      * A7RECOV) - ONE RECORD PER RECEIVABLE REDUCED
      *-----------------------------------------------------------------
       FD  RECV-OFFS-OUT.
       01 RECV-OFFS-REC.
          05 RO-POLICY           PIC X(10).
          05 RO-RECV-DATE        PIC X(08).
          05 RO-SEQ              PIC 9(03).
          05 RO-AMOUNT           PIC 9(07)V99.
          05 RO-PAY-DATE         PIC X(08).

      * CUMULATIVE PAYEE PAYMENT HISTORY (LAYOUT OWNED BY A7TAXSL) -
      * ONE RECORD PER PAYMENT ISSUED AND PER OFFSET TAKEN, AND THE
      * DAY'S PAYRPT ISSUED TOTAL
      *-----------------------------------------------------------------
       FD  PAY-HIST-OUT.
       COPY PAYHREC.

       FD  PAY-RPT-OUT.
       01 PAY-RPT-LINE          PIC X(132).

             88 WS-BANK-MATCH-FOUND               VALUE 'Y'.
          05 WS-BANK-CAP-SW     PIC X             VALUE 'N'.
             88 WS-BANK-CAP-HIT                   VALUE 'Y'.
          05 WS-SIU-EOF         PIC X             VALUE 'N'.
             88 SIU-EOF-YES                       VALUE 'Y'.
          05 WS-SIU-BLOCK-SW    PIC X             VALUE 'N'.
             88 WS-SIU-BLOCKED                    VALUE 'Y'.
          05 WS-PBLOG-EOF       PIC X             VALUE 'N'.
             88 PBLOG-EOF-YES                     VALUE 'Y'.
          05 WS-COOL-SW         PIC X             VALUE 'N'.
             88 WS-COOLING-OFF                    VALUE 'Y'.
          05 WS-RECV-EOF        PIC X             VALUE 'N'.
             88 RECV-EOF-YES                      VALUE 'Y'.

       01 WS-REPAIR-STATUS      PIC X(02)         VALUE '00'.
       01 WS-REPLACE-STATUS     PIC X(02)         VALUE '00'.
       01 WS-MAN-STATUS         PIC X(02)         VALUE '00'.
       01 WS-ALB-STATUS         PIC X(02)         VALUE '00'.
       01 WS-PAYBANK-STATUS     PIC X(02)         VALUE '00'.
       01 WS-SIUREF-STATUS      PIC X(02)         VALUE '00'.
       01 WS-CHQCTL-STATUS      PIC X(02)         VALUE '00'.
       01 WS-PBLOG-STATUS       PIC X(02)         VALUE '00'.
       01 WS-COOLPARM-STATUS    PIC X(02)         VALUE '00'.
       01 WS-RECVMAST-STATUS    PIC X(02)         VALUE '00'.
       01 WS-PAYHIST-STATUS     PIC X(02)         VALUE '00'.

      * CHEQUE NUMBERING - THE LAST NUMBER USED, CARRIED FORWARD FROM
      * CHQCTL, AND THE RANGE USED THIS RUN FOR THE PAYRPT STOCK
      * RECONCILIATION LINE
      *-----------------------------------------------------------------
       01 WS-CHQ-NUMBER         PIC 9(08)         VALUE 0.
       01 WS-CHQ-FIRST-NUMBER   PIC 9(08)         VALUE 0.
       01 WS-CHQCTL-FAIL-SW     PIC X(01)         VALUE 'N'.
          88 WS-CHQCTL-FAILED                     VALUE 'Y'.

      * PAYEE BANKING TABLE, LOADED FROM PAYBANK AT 1000-INITIALIZE.
      * A METHOD BYTE THAT IS NEITHER 'E' NOR 'C' IS TREATED AS NO
             10 WS-BANK-ACCOUNT PIC X(12).
             10 WS-BANK-METHOD  PIC X(01).

      * SIU BLOCK TABLE, LOADED FROM THE BLOCKED SIUREF REFERRALS AT
      * 1000-INITIALIZE. A CLAIM IS MATCHED ON POLICY, RECEIVED DATE
      * AND THE SPLIT RUN THAT PRODUCED IT. THERE IS NO OVERFLOW
      * PATH: A BLOCK THAT CANNOT BE LOADED WOULD BE PAID, SO A FULL
      * TABLE STOPS THE EXTRACT
      *-----------------------------------------------------------------
       01 WS-SIUB-MAX           PIC 9(05)         VALUE 2000.
       01 WS-SIUB-COUNT         PIC 9(05)         VALUE 0.
       01 WS-SIUB-SUB           PIC 9(05)         VALUE 0.

       01 WS-SIU-BLOCK-TABLE.
          05 WS-SIUB-ENTRY OCCURS 2000 TIMES.
             10 WS-SIUB-POLICY  PIC X(10).
             10 WS-SIUB-RECV    PIC X(08).
             10 WS-SIUB-RUN-ID  PIC X(14).

      * COOLING-OFF TABLE, LOADED FROM PBLOG AT 1000-INITIALIZE - ONE
      * ROW PER POLICY WHOSE BANKING DETAILS CHANGED AFTER THE CUTOFF
      * DATE, WITH THE LATEST CHANGE DATE. THE CUTOFF IS THE RUN DATE
      * LESS THE WINDOW IN BUSINESS DAYS (MONDAY TO FRIDAY). LIKE THE
      * SIU BLOCKS, A CHANGE THAT CANNOT BE LOADED WOULD BE PAID, SO
      * A FULL TABLE STOPS THE EXTRACT
      *-----------------------------------------------------------------
       01 WS-COOL-DAYS          PIC 9(02)         VALUE 5.
       01 WS-COOL-CUTOFF        PIC 9(08)         VALUE 0.
       01 WS-COOL-INT           PIC 9(07)         VALUE 0.
       01 WS-COOL-BUS-COUNT     PIC 9(02)         VALUE 0.
       01 WS-COOL-QUOT          PIC 9(07)         VALUE 0.
       01 WS-COOL-DOW           PIC 9(01)         VALUE 0.
       01 WS-COOL-MAX           PIC 9(05)         VALUE 2000.
       01 WS-COOL-COUNT         PIC 9(05)         VALUE 0.
       01 WS-COOL-SUB           PIC 9(05)         VALUE 0.
       01 WS-COOL-IDX           PIC 9(05)         VALUE 0.

       01 WS-COOL-TABLE.
          05 WS-COOL-ENTRY OCCURS 2000 TIMES.
             10 WS-COOL-POLICY  PIC X(10).
             10 WS-COOL-DATE    PIC X(08).

      * OPEN RECOVERY RECEIVABLES, LOADED FROM RECVMAST AT
      * 1000-INITIALIZE IN KEY ORDER - SO A PAYEE'S OLDEST RECEIVABLE
      * IS OFFSET FIRST - WITH WHAT WAS TAKEN FROM EACH TODAY AND THE
      * PAYEE ROW IT WAS TAKEN FROM, FOR THE REMITTANCE ADVICE. A
      * RECEIVABLE THAT DOES NOT FIT IS SIMPLY NOT OFFSET TODAY; IT
      * STAYS OPEN ON RECVMAST
      *-----------------------------------------------------------------
       01 WS-RCV-MAX            PIC 9(05)         VALUE 2000.
       01 WS-RCV-COUNT          PIC 9(05)         VALUE 0.
       01 WS-RCV-SUB            PIC 9(05)         VALUE 0.
       01 WS-RCV-CAP-SW         PIC X(01)         VALUE 'N'.
          88 WS-RCV-CAP-HIT                       VALUE 'Y'.

       01 WS-RCV-TABLE.
          05 WS-RCV-ENTRY OCCURS 2000 TIMES.
             10 WS-RCV-POLICY   PIC X(10).
             10 WS-RCV-RECV     PIC X(08).
             10 WS-RCV-SEQ      PIC 9(03).
             10 WS-RCV-PROD     PIC X(03).
             10 WS-RCV-BALANCE  PIC 9(07)V99.
             10 WS-RCV-TAKEN    PIC 9(07)V99.
             10 WS-RCV-PAYEE    PIC 9(05).

       01 WS-OFFSET-AMT         PIC 9(07)V99      VALUE 0.
       01 WS-PAYEE-OFFSET       PIC 9(09)V99      VALUE 0.

      * HOLD REASON FOR THE PAYEE OR CLAIM BEING HELD, AND THE DATE
      * ITS BANKING DETAILS CHANGED WHEN THAT IS THE REASON
      *-----------------------------------------------------------------
       01 WS-HOLD-REASON        PIC X(02)         VALUE SPACES.
          88 WS-HOLD-NO-BANKING                   VALUE 'NB'.
          88 WS-HOLD-COOLING-OFF                  VALUE 'CO'.
       01 WS-HOLD-CHG-DATE      PIC X(08)         VALUE SPACES.

      * SUSPENSE RECORD FOR A BLOCKED CLAIM: THE 101-BYTE SPLIT
      * RECORD (CLAIM DATA AND RUN ID) AND A ZERO AUTHORITY LIMIT -
      * THE CLAIM IS HELD FOR SIU, NOT FOR BEING OVER A LIMIT
      *-----------------------------------------------------------------
       01 WS-SIU-SUS-REC.
          05 WS-SIUS-CLAIM      PIC X(101).
          05 WS-SIUS-LIMIT      PIC 9(07)V99      VALUE 0.

      * CLAIM RECORD WORK AREA (SAME FIELDS AS A7SPLIT INSUR-VAL-REC,
      * PLUS THE RUN ID A7SPLIT STAMPS ON ITS SPLIT OUTPUT RECORDS)
      *-----------------------------------------------------------------
          05 WS-PAYX-RPL-COUNT  PIC 9(05)         VALUE 0.
          05 WS-PAYX-RPL-AMOUNT PIC 9(09)V99      VALUE 0.

      * BY-METHOD PAYMENTS-ISSUED TOTALS. THE EFT + CHEQUE + RECOVERY
      * OFFSET + HELD + SIU SUSPENDED AMOUNTS MUST ADD ACROSS TO THE
      * REPAIR + REPLACE CLAIM AMOUNTS ABOVE - EVERY CLAIM EXTRACTED
      * LANDS IN EXACTLY ONE PAYMENT (NET OF ANY OFFSET), ON HOLDPAY,
      * OR ON SIUSUSP. THE COUNTS ARE
      * PAYMENTS (ONE PER PAYEE), NOT CLAIMS, WHICH IS THE WHOLE
      * POINT - EXCEPT SIU, WHICH IS BLOCKED CLAIM BY CLAIM
      *-----------------------------------------------------------------
       01 WS-METHOD-TOTALS.
          05 WS-EFT-COUNT       PIC 9(05)         VALUE 0.
          05 WS-HELD-COUNT      PIC 9(05)         VALUE 0.
          05 WS-HELD-AMOUNT     PIC 9(09)V99      VALUE 0.
          05 WS-HELD-CLM-COUNT  PIC 9(05)         VALUE 0.
          05 WS-COOL-HELD-COUNT PIC 9(05)         VALUE 0.
          05 WS-COOL-HELD-AMT   PIC 9(09)V99      VALUE 0.
          05 WS-OFFSET-COUNT    PIC 9(05)         VALUE 0.
          05 WS-OFFSET-TOTAL    PIC 9(09)V99      VALUE 0.
          05 WS-NETTED-COUNT    PIC 9(05)         VALUE 0.
          05 WS-SIU-CLM-COUNT   PIC 9(05)         VALUE 0.
          05 WS-SIU-AMOUNT      PIC 9(09)V99      VALUE 0.

      * PAYEE CONSOLIDATION TABLE - ONE ROW PER DISTINCT POLICY
      * NUMBER SEEN ACROSS ALL SIX SPLIT INPUTS, CARRYING THE SUMMED
             10 WS-HELD-PAYEE   PIC X(20).
             10 WS-HELD-AMT     PIC 9(09)V99.
             10 WS-HELD-CLAIMS  PIC 9(03).
             10 WS-HELD-REASON  PIC X(02).
             10 WS-HELD-CHG-DATE PIC X(08).

      * REPORT FORMATTING
      *-----------------------------------------------------------------
          05 PDET-AMT           PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-HELD-HDR           PIC X(80)         VALUE
             '  CLAIMS HELD ON HOLDPAY:'.

       01 WS-HELD-COL-HDR.
          05 FILLER             PIC X(12)         VALUE '  POLICY #'.
          05 FILLER             PIC X(08)         VALUE 'CLAIMS'.
          05 FILLER             PIC X(15)         VALUE
             '         AMOUNT'.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 FILLER             PIC X(06)         VALUE 'REASON'.

       01 WS-HELD-LINE.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 HLD-CLAIMS         PIC ZZ9.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 HLD-AMT            PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 HLD-REASON         PIC X(14).
          05 HLD-CHG-DATE       PIC X(08).

       01 WS-CHQ-RANGE-LINE.
          05 FILLER             PIC X(25)         VALUE
             '  CHEQUE NUMBERS USED:'.
          05 CRG-FIRST          PIC 9(08).
          05 FILLER             PIC X(06)         VALUE ' THRU '.
          05 CRG-LAST           PIC 9(08).

      * REMITTANCE ADVICE FORMATTING
      *-----------------------------------------------------------------
          05 FILLER             PIC X(09)         VALUE '  CLAIMS:'.
          05 RMT-CLAIMS         PIC ZZ9.

       01 WS-RMT-OFFSET-LINE.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 FILLER             PIC X(22)         VALUE
             'LESS RECOVERY OF CLAIM'.
          05 FILLER             PIC X(10)         VALUE ' RECEIVED '.
          05 RMT-OFF-RECV       PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 RMT-OFF-AMT        PIC $ZZZ,ZZZ,ZZ9.99-.

       01 WS-RMT-COL-HDR.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 FILLER             PIC X(12)         VALUE 'CLAIM TYPE'.
           PERFORM 2200-EXTRACT-REPLACE-FILES
           PERFORM 2500-ISSUE-PAYMENTS
           PERFORM 3000-WRITE-TRAILER
           PERFORM 3050-REWRITE-CHEQUE-CONTROL
           PERFORM 3060-WRITE-DAY-TOTAL
           PERFORM 3100-WRITE-CONTROL-REPORT
           PERFORM 4000-CLOSE
           PERFORM 4900-SET-CONDITION-CODE
              STOP RUN
           END-IF
           PERFORM 1050-LOAD-BANKING-MASTER
           PERFORM 1060-LOAD-SIU-BLOCKS
           PERFORM 1070-LOAD-CHEQUE-CONTROL
           PERFORM 1080-LOAD-COOLING-OFF
           PERFORM 1090-LOAD-RECEIVABLES
           OPEN OUTPUT PAYMENT-OUT EFT-OUT CHEQUE-OUT HOLDPAY-OUT
                HOLD-RSN-OUT
                SIU-SUSP-OUT REMIT-OUT PAY-EVENT-OUT PAY-GL-OUT
                RECV-OFFS-OUT PAY-RPT-OUT

           OPEN EXTEND PAY-HIST-OUT
           IF WS-PAYHIST-STATUS = '35'
              OPEN OUTPUT PAY-HIST-OUT
           END-IF
           IF WS-PAYHIST-STATUS NOT = '00'
              DISPLAY 'A7PAYX-F: OPEN FAILED FILE=PAYHIST STATUS='
                      WS-PAYHIST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Load the payee banking master into its table
      *---------------------------------------------------------------

           CLOSE PAYBANK-IN.

      * Load today's SIU blocks. SIUREF is written every day by the
      * A7SIUSCR step, even empty, so a missing file means screening
      * did not run - paying unscreened is the exposure it closes
      *---------------------------------------------------------------
       1060-LOAD-SIU-BLOCKS.
           OPEN INPUT SIU-REF-IN
           IF WS-SIUREF-STATUS NOT = '00'
              DISPLAY 'A7PAYX-F: OPEN FAILED FILE=SIUREF STATUS='
                      WS-SIUREF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL SIU-EOF-YES
                   READ SIU-REF-IN
                   AT END
                      SET SIU-EOF-YES TO TRUE
                   NOT AT END
                      IF SR-BLOCKED
                         IF WS-SIUB-COUNT < WS-SIUB-MAX
                            ADD 1 TO WS-SIUB-COUNT
                            MOVE SR-POLICY
                               TO WS-SIUB-POLICY(WS-SIUB-COUNT)
                            MOVE SR-RECV-DATE
                               TO WS-SIUB-RECV(WS-SIUB-COUNT)
                            MOVE SR-RUN-ID
                               TO WS-SIUB-RUN-ID(WS-SIUB-COUNT)
                         ELSE
                            DISPLAY 'A7PAYX-F: OVER ' WS-SIUB-MAX
                                    ' SIU BLOCKS FILE=SIUREF'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                      END-IF
                   END-READ
           END-PERFORM

           CLOSE SIU-REF-IN.

      * Pick up the last cheque number used. The control is a hard
      * requirement: numbering from zero would print cheques that
      * collide with ones already outstanding at the bank
      *---------------------------------------------------------------
       1070-LOAD-CHEQUE-CONTROL.
           OPEN INPUT CHQ-CTL-FILE
           IF WS-CHQCTL-STATUS NOT = '00'
              DISPLAY 'A7PAYX-F: OPEN FAILED FILE=CHQCTL STATUS='
                      WS-CHQCTL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CHQ-CTL-FILE
           AT END
              DISPLAY 'A7PAYX-F: CHQCTL IS EMPTY - SEED IT WITH THE '
                      'LAST CHEQUE NUMBER USED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-READ
           IF CC-LAST-CHQ-NUMBER IS NOT NUMERIC
              DISPLAY 'A7PAYX-F: CHQCTL LAST CHEQUE NUMBER INVALID '
                      'FILE=CHQCTL'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CC-LAST-CHQ-NUMBER TO WS-CHQ-NUMBER

           CLOSE CHQ-CTL-FILE.

      * Load the banking changes still inside the cooling-off window.
      * The window comes off COOLPARM when present; the cutoff walks
      * back that many Monday-to-Friday days from the run date (day
      * 1 of the integer calendar, 1601-01-01, was a Monday). PBLOG
      * is a hard requirement: without it a freshly diverted account
      * would be paid like any other
      *---------------------------------------------------------------
       1080-LOAD-COOLING-OFF.
           OPEN INPUT COOL-PARM-IN
           IF WS-COOLPARM-STATUS = '00'
              READ COOL-PARM-IN
              AT END
                 CONTINUE
              NOT AT END
                 IF CP-BUS-DAYS NOT = SPACES
                    IF CP-BUS-DAYS IS NUMERIC
                       MOVE CP-BUS-DAYS TO WS-COOL-DAYS
                    ELSE
                       DISPLAY 'A7PAYX-F: COOLPARM BUSINESS DAYS NOT '
                               'NUMERIC FILE=COOLPARM'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
              END-READ
              CLOSE COOL-PARM-IN
           END-IF

           MOVE WS-RUN-DATE TO WS-COOL-CUTOFF
           COMPUTE WS-COOL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-COOL-CUTOFF)
           MOVE 0 TO WS-COOL-BUS-COUNT
           PERFORM UNTIL WS-COOL-BUS-COUNT NOT < WS-COOL-DAYS
                   SUBTRACT 1 FROM WS-COOL-INT
                   DIVIDE 7 INTO WS-COOL-INT GIVING WS-COOL-QUOT
                          REMAINDER WS-COOL-DOW
      *            WS-COOL-INT IS ONE AHEAD OF THE DAY-OF-WEEK CYCLE,
      *            SO A REMAINDER OF 1 THRU 5 IS MONDAY THRU FRIDAY
                   IF WS-COOL-DOW > 0 AND WS-COOL-DOW < 6
                      ADD 1 TO WS-COOL-BUS-COUNT
                   END-IF
           END-PERFORM
           COMPUTE WS-COOL-CUTOFF =
                   FUNCTION DATE-OF-INTEGER(WS-COOL-INT)

           OPEN INPUT PB-LOG-IN
           IF WS-PBLOG-STATUS NOT = '00'
              DISPLAY 'A7PAYX-F: OPEN FAILED FILE=PBLOG STATUS='
                      WS-PBLOG-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL PBLOG-EOF-YES
                   READ PB-LOG-IN
                   AT END
                      SET PBLOG-EOF-YES TO TRUE
                   NOT AT END
                      IF PL-VERIFIED AND PL-BANK-CHANGED AND
                         PL-STAMP(1:8) > WS-COOL-CUTOFF
                         PERFORM 1085-ADD-COOLING-OFF
                      END-IF
                   END-READ
           END-PERFORM

           CLOSE PB-LOG-IN.

      * Record one in-window banking change, keeping the latest
      * change date when the policy is already in the table
      *---------------------------------------------------------------
       1085-ADD-COOLING-OFF.
           MOVE 0 TO WS-COOL-IDX
           PERFORM VARYING WS-COOL-SUB FROM 1 BY 1
              UNTIL WS-COOL-SUB > WS-COOL-COUNT
              IF WS-COOL-IDX = 0 AND
                 PL-POLICY-NUMBER = WS-COOL-POLICY(WS-COOL-SUB)
                 MOVE WS-COOL-SUB TO WS-COOL-IDX
              END-IF
           END-PERFORM

           IF WS-COOL-IDX = 0
              IF WS-COOL-COUNT < WS-COOL-MAX
                 ADD 1 TO WS-COOL-COUNT
                 MOVE WS-COOL-COUNT    TO WS-COOL-IDX
                 MOVE PL-POLICY-NUMBER TO WS-COOL-POLICY(WS-COOL-IDX)
                 MOVE PL-STAMP(1:8)    TO WS-COOL-DATE(WS-COOL-IDX)
              ELSE
                 DISPLAY 'A7PAYX-F: OVER ' WS-COOL-MAX
                         ' BANKING CHANGES IN WINDOW FILE=PBLOG'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              IF PL-STAMP(1:8) > WS-COOL-DATE(WS-COOL-IDX)
                 MOVE PL-STAMP(1:8) TO WS-COOL-DATE(WS-COOL-IDX)
              END-IF
           END-IF.

      * Load the open recovery receivables. RECVMAST is created by
      * the first A7RECOV run, so until then there is nothing to
      * offset and the payments go out whole. Any other open failure
      * is fatal, like PBLOG - paying out whole would skip every
      * open receivable
      *---------------------------------------------------------------
       1090-LOAD-RECEIVABLES.
           OPEN INPUT RECV-MAST-IN
           IF WS-RECVMAST-STATUS NOT = '00' AND
              WS-RECVMAST-STATUS NOT = '35'
              DISPLAY 'A7PAYX-F: OPEN FAILED FILE=RECVMAST STATUS='
                      WS-RECVMAST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-RECVMAST-STATUS = '35'
              DISPLAY 'A7PAYX: NO RECVMAST, NO RECOVERIES OFFSET '
                      'STATUS=' WS-RECVMAST-STATUS
           ELSE
              MOVE LOW-VALUES TO RC-KEY
              START RECV-MAST-IN KEY NOT < RC-KEY
              INVALID KEY
                 SET RECV-EOF-YES TO TRUE
              END-START
              PERFORM UNTIL RECV-EOF-YES
                      READ RECV-MAST-IN NEXT RECORD
                      AT END
                         SET RECV-EOF-YES TO TRUE
                      NOT AT END
                         IF RC-OPEN AND RC-BALANCE > 0
                            IF WS-RCV-COUNT < WS-RCV-MAX
                               ADD 1 TO WS-RCV-COUNT
                               MOVE RC-POLICY
                                  TO WS-RCV-POLICY(WS-RCV-COUNT)
                               MOVE RC-RECV-DATE
                                  TO WS-RCV-RECV(WS-RCV-COUNT)
                               MOVE RC-SEQ
                                  TO WS-RCV-SEQ(WS-RCV-COUNT)
                               MOVE RC-PROD-CODE
                                  TO WS-RCV-PROD(WS-RCV-COUNT)
                               MOVE RC-BALANCE
                                  TO WS-RCV-BALANCE(WS-RCV-COUNT)
                               MOVE 0 TO WS-RCV-TAKEN(WS-RCV-COUNT)
                               MOVE 0 TO WS-RCV-PAYEE(WS-RCV-COUNT)
                            ELSE
                               SET WS-RCV-CAP-HIT TO TRUE
                            END-IF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE RECV-MAST-IN
           END-IF.

      * Collect every REPAIR claim for consolidation
      *---------------------------------------------------------------
       2100-EXTRACT-REPAIR-FILE.
              MOVE WS-PAYEE-POLICY(WS-PAYEE-SUB) TO WS-ISSUE-POLICY
              MOVE WS-PAYEE-NAME(WS-PAYEE-SUB)   TO WS-ISSUE-NAME
              PERFORM 2910-FIND-BANKING-ROW
              PERFORM 2915-CHECK-COOLING-OFF

              EVALUATE TRUE
              WHEN WS-BANK-MATCH-FOUND AND WS-COOLING-OFF
                   SET WS-HOLD-COOLING-OFF TO TRUE
                   PERFORM 2550-HOLD-PAYEE
              WHEN WS-BANK-MATCH-FOUND AND
                   WS-BANK-METHOD(WS-BANK-IDX) = 'E'
                   MOVE 'E' TO WS-ISSUE-METHOD
                   MOVE 'C' TO WS-ISSUE-METHOD
                   PERFORM 2520-ISSUE-ROUTED-PAYEE
              WHEN OTHER
                   SET WS-HOLD-NO-BANKING TO TRUE
                   MOVE SPACES TO WS-HOLD-CHG-DATE
                   PERFORM 2550-HOLD-PAYEE
              END-EVALUATE
           END-IF.
              END-PERFORM
           ELSE
              MOVE WS-PAYEE-AMOUNT(WS-PAYEE-SUB) TO WS-ISSUE-AMOUNT
              PERFORM 2525-APPLY-RECOVERIES
              IF WS-ISSUE-AMOUNT > 0
                 PERFORM 2530-WRITE-ONE-PAYMENT
              END-IF
              PERFORM 2545-WRITE-PAID-EVENTS
              PERFORM 2540-WRITE-REMIT-ADVICE
           END-IF.

      * Net the payee's open recovery receivables out of the
      * consolidated amount in WS-ISSUE-AMOUNT, oldest first, until
      * the receivables or the payment run out. Each offset goes to
      * RECOFFS for A7RECOV and to PAYGL under the payment's route.
      * An offset that takes the whole payment leaves no bank item,
      * but the claims are still settled - PAID events and advice
      * go out as usual
      *---------------------------------------------------------------
       2525-APPLY-RECOVERIES.
           MOVE 0 TO WS-PAYEE-OFFSET
           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
              UNTIL WS-RCV-SUB > WS-RCV-COUNT
              IF WS-RCV-POLICY(WS-RCV-SUB) = WS-ISSUE-POLICY AND
                 WS-RCV-BALANCE(WS-RCV-SUB) > 0 AND
                 WS-ISSUE-AMOUNT > 0
                 IF WS-RCV-BALANCE(WS-RCV-SUB) > WS-ISSUE-AMOUNT
                    MOVE WS-ISSUE-AMOUNT TO WS-OFFSET-AMT
                 ELSE
                    MOVE WS-RCV-BALANCE(WS-RCV-SUB) TO WS-OFFSET-AMT
                 END-IF
                 SUBTRACT WS-OFFSET-AMT FROM WS-ISSUE-AMOUNT
                 SUBTRACT WS-OFFSET-AMT FROM WS-RCV-BALANCE(WS-RCV-SUB)
                 ADD WS-OFFSET-AMT TO WS-RCV-TAKEN(WS-RCV-SUB)
                 MOVE WS-PAYEE-SUB TO WS-RCV-PAYEE(WS-RCV-SUB)
                 ADD WS-OFFSET-AMT TO WS-PAYEE-OFFSET
                 PERFORM 2527-WRITE-OFFSET
              END-IF
           END-PERFORM
           IF WS-PAYEE-OFFSET > 0
              ADD 1 TO WS-NETTED-COUNT
           END-IF.

      * Record one offset of WS-OFFSET-AMT against receivable
      * WS-RCV-SUB
      *---------------------------------------------------------------
       2527-WRITE-OFFSET.
           MOVE WS-RCV-POLICY(WS-RCV-SUB) TO RO-POLICY
           MOVE WS-RCV-RECV(WS-RCV-SUB)   TO RO-RECV-DATE
           MOVE WS-RCV-SEQ(WS-RCV-SUB)    TO RO-SEQ
           MOVE WS-OFFSET-AMT             TO RO-AMOUNT
           MOVE WS-RUN-DATE               TO RO-PAY-DATE
           WRITE RECV-OFFS-REC
           ADD 1 TO WS-OFFSET-COUNT
           ADD WS-OFFSET-AMT TO WS-OFFSET-TOTAL

           MOVE WS-ISSUE-METHOD            TO PG-METHOD
           MOVE WS-RCV-POLICY(WS-RCV-SUB)  TO PG-POLICY-NUMBER
           MOVE WS-ISSUE-NAME              TO PG-PAYEE-NAME
           MOVE WS-RCV-RECV(WS-RCV-SUB)    TO PG-RECV-DATE
           MOVE WS-RCV-PROD(WS-RCV-SUB)    TO PG-PROD-CODE
           MOVE WS-RCV-POLICY(WS-RCV-SUB)(1:3) TO PG-REGION
           MOVE WS-OFFSET-AMT              TO PG-AMOUNT
           MOVE SPACES                     TO PG-RUN-ID
           MOVE WS-RUN-DATE                TO PG-PAY-DATE
           SET PG-RECOVERY-OFFSET          TO TRUE
           WRITE PAY-GL-REC

           SET PH-OFFSET       TO TRUE
           MOVE WS-OFFSET-AMT  TO PH-AMOUNT
           PERFORM 2535-WRITE-PAY-HISTORY.

      * Write one disbursement to PAYFILE and to the EFT or cheque
      * file for the method in WS-ISSUE-METHOD, rolling the batch
      * count, hash total, and by-method payments-issued totals
              ADD 1 TO WS-EFT-COUNT
              ADD WS-ISSUE-AMOUNT TO WS-EFT-AMOUNT
           ELSE
              ADD 1 TO WS-CHQ-NUMBER
              IF WS-CHQ-COUNT = 0
                 MOVE WS-CHQ-NUMBER TO WS-CHQ-FIRST-NUMBER
              END-IF
              MOVE 'D'             TO CHQ-REC-TYPE
              MOVE WS-ISSUE-NAME   TO CHQ-PAYEE-NAME
              MOVE WS-ISSUE-POLICY TO CHQ-POLICY-NUMBER
              MOVE WS-ISSUE-AMOUNT TO CHQ-AMOUNT
              MOVE WS-CHQ-NUMBER   TO CHQ-NUMBER
              MOVE WS-RUN-DATE     TO CHQ-ISSUE-DATE
              WRITE CHQ-DETAIL-REC
              ADD 1 TO WS-CHQ-COUNT
              ADD WS-ISSUE-AMOUNT TO WS-CHQ-AMOUNT
           END-IF

           SET PH-ISSUED       TO TRUE
           MOVE WS-ISSUE-AMOUNT TO PH-AMOUNT
           PERFORM 2535-WRITE-PAY-HISTORY.

      * Append one PAYHIST record for the payee being issued; the
      * caller has set the kind and amount
      *---------------------------------------------------------------
       2535-WRITE-PAY-HISTORY.
           MOVE WS-ISSUE-POLICY TO PH-POLICY
           MOVE WS-ISSUE-NAME   TO PH-PAYEE-NAME
           MOVE WS-ISSUE-METHOD TO PH-METHOD
           MOVE WS-RUN-DATE     TO PH-PAY-DATE
           MOVE WS-RUN-DATE     TO PH-EFF-DATE
           WRITE PAY-HIST-REC.

      * One remittance advice block per paid payee: deposit total,
      * then every underlying claim with its type, received date,
      * and amount off the 87-byte claim data, then any recovery
      * offset taken out of the deposit, so the claims less the
      * offsets add to the deposit
      *---------------------------------------------------------------
       2540-WRITE-REMIT-ADVICE.
           WRITE REMIT-LINE FROM WS-RMT-DASHES
           MOVE WS-PAYEE-POLICY(WS-PAYEE-SUB) TO RMT-POLICY
           MOVE WS-PAYEE-NAME(WS-PAYEE-SUB)   TO RMT-NAME
           MOVE WS-ISSUE-AMOUNT               TO RMT-TOTAL
           MOVE WS-PAYEE-CLAIMS(WS-PAYEE-SUB) TO RMT-CLAIMS
           WRITE REMIT-LINE FROM WS-RMT-PAYEE-LINE
           WRITE REMIT-LINE FROM WS-RMT-COL-HDR
                 MOVE WS-CLM-AMOUNT        TO RMT-CLM-AMT
                 WRITE REMIT-LINE FROM WS-RMT-CLM-LINE
              END-IF
           END-PERFORM
           IF WS-PAYEE-OFFSET > 0
              PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                 UNTIL WS-RCV-SUB > WS-RCV-COUNT
                 IF WS-RCV-PAYEE(WS-RCV-SUB) = WS-PAYEE-SUB
                    MOVE WS-RCV-RECV(WS-RCV-SUB)  TO RMT-OFF-RECV
                    SUBTRACT WS-RCV-TAKEN(WS-RCV-SUB) FROM 0
                       GIVING RMT-OFF-AMT
                    WRITE REMIT-LINE FROM WS-RMT-OFFSET-LINE
                 END-IF
              END-PERFORM
           END-IF.

      * One PAID event per underlying claim of the consolidated
      * payment just issued (the over-limit per-claim path writes
      * Write one PAID lifecycle event for the claim in WS-CLAIM-REC
      * - one per underlying claim, not per payment, since HISTMAST
      * tracks claims. The payment date is this run's date and the
      * run id is the split run that released the claim. The same
      * claim goes to the PAYGL ledger feed under the method the
      * payment was routed by
      *---------------------------------------------------------------
       2560-WRITE-PAID-EVENT.
           MOVE WS-CLM-POLICY-NUMBER TO PEV-POLICY
           MOVE 'PAID'               TO PEV-STATUS
           MOVE WS-RUN-DATE          TO PEV-EVENT-DATE
           MOVE WS-CLM-RUN-ID        TO PEV-RUN-ID
           WRITE PAY-EVENT-REC

           MOVE WS-ISSUE-METHOD          TO PG-METHOD
           MOVE WS-CLM-POLICY-NUMBER     TO PG-POLICY-NUMBER
           MOVE WS-ISSUE-NAME            TO PG-PAYEE-NAME
           MOVE WS-CLM-RECEIVED-DATE     TO PG-RECV-DATE
           MOVE WS-CLM-PROD-CODE         TO PG-PROD-CODE
           MOVE WS-CLM-POLICY-NUMBER(1:3) TO PG-REGION
           MOVE WS-CLM-AMOUNT            TO PG-AMOUNT
           MOVE WS-CLM-RUN-ID            TO PG-RUN-ID
           MOVE WS-RUN-DATE              TO PG-PAY-DATE
           SET PG-CLAIM-PAID             TO TRUE
           WRITE PAY-GL-REC.

      * Hold every claim of a payee with no usable banking row, or
      * whose banking changed inside the cooling-off window, for the
      * reason in WS-HOLD-REASON: the whole 101-byte records go to
      * HOLDPAY for re-extraction once the row is added or the window
      * has passed, each with its HOLDRSN record, and the payee is
      * noted for the PAYRPT held listing
      *---------------------------------------------------------------
       2550-HOLD-PAYEE.
           PERFORM VARYING WS-CLMT-SUB FROM 1 BY 1
              UNTIL WS-CLMT-SUB > WS-CLMT-COUNT
              IF WS-CLMT-PAYEE(WS-CLMT-SUB) = WS-PAYEE-SUB
                 MOVE WS-CLMT-RECORD(WS-CLMT-SUB) TO WS-CLAIM-REC
                 PERFORM 2555-WRITE-HELD-CLAIM
              END-IF
           END-PERFORM
           ADD 1 TO WS-HELD-COUNT
           ADD WS-PAYEE-AMOUNT(WS-PAYEE-SUB) TO WS-HELD-AMOUNT
           IF WS-HOLD-COOLING-OFF
              ADD 1 TO WS-COOL-HELD-COUNT
              ADD WS-PAYEE-AMOUNT(WS-PAYEE-SUB) TO WS-COOL-HELD-AMT
           END-IF
           IF WS-HELD-TBL-COUNT < WS-HELD-MAX
              ADD 1 TO WS-HELD-TBL-COUNT
              MOVE WS-PAYEE-POLICY(WS-PAYEE-SUB)
                 TO WS-HELD-AMT(WS-HELD-TBL-COUNT)
              MOVE WS-PAYEE-CLAIMS(WS-PAYEE-SUB)
                 TO WS-HELD-CLAIMS(WS-HELD-TBL-COUNT)
              MOVE WS-HOLD-REASON
                 TO WS-HELD-REASON(WS-HELD-TBL-COUNT)
              MOVE WS-HOLD-CHG-DATE
                 TO WS-HELD-CHG-DATE(WS-HELD-TBL-COUNT)
           ELSE
              SET WS-HELD-CAP-HIT TO TRUE
           END-IF.

      * Write the claim in WS-CLAIM-REC to HOLDPAY and its reason to
      * HOLDRSN
      *---------------------------------------------------------------
       2555-WRITE-HELD-CLAIM.
           WRITE HOLDPAY-REC FROM WS-CLAIM-REC
           ADD 1 TO WS-HELD-CLM-COUNT

           MOVE WS-CLM-POLICY-NUMBER TO HR-POLICY
           MOVE WS-CLM-RECEIVED-DATE TO HR-RECV-DATE
           MOVE WS-HOLD-REASON       TO HR-REASON
           MOVE WS-RUN-DATE          TO HR-HOLD-DATE
           MOVE WS-HOLD-CHG-DATE     TO HR-CHANGE-DATE
           WRITE HOLD-RSN-REC.

      * Collect one extracted claim: roll it into the REPAIR or
      * REPLACE claims-extracted subtotal used to balance against
      * RPTOUT, then fold it into its payee's consolidation row - or,
      * when SIU screening blocked it, divert it to suspense instead.
      * When either consolidation table is full the claim cannot
      * wait for the issue phase, so it is paid (or held) on its own
      * right here - one extra bank item beats a lost claim
              ADD WS-CLM-AMOUNT TO WS-PAYX-RPL-AMOUNT
           END-IF

           PERFORM 2920-CHECK-SIU-BLOCK
           IF WS-SIU-BLOCKED
              PERFORM 2960-SUSPEND-SIU-CLAIM
           ELSE
              PERFORM 2905-FIND-PAYEE-ENTRY

              IF WS-PAYEE-IDX > 0 AND WS-CLMT-COUNT < WS-CLMT-MAX
                 ADD WS-CLM-AMOUNT TO WS-PAYEE-AMOUNT(WS-PAYEE-IDX)
                 ADD 1 TO WS-PAYEE-CLAIMS(WS-PAYEE-IDX)
                 ADD 1 TO WS-CLMT-COUNT
                 MOVE WS-PAYEE-IDX TO WS-CLMT-PAYEE(WS-CLMT-COUNT)
                 MOVE WS-CLAIM-REC TO WS-CLMT-RECORD(WS-CLMT-COUNT)
              ELSE
                 IF WS-CLMT-COUNT NOT < WS-CLMT-MAX
                    SET WS-CLMT-CAP-HIT TO TRUE
                 END-IF
                 PERFORM 2950-ISSUE-SINGLE-CLAIM
              END-IF
           END-IF.

      * Find (or open) the payee's consolidation row for the policy
              END-IF
           END-PERFORM.

      * Did the banking details for the policy staged in
      * WS-ISSUE-POLICY change inside the cooling-off window? On a
      * hit the change date is left in WS-HOLD-CHG-DATE
      *---------------------------------------------------------------
       2915-CHECK-COOLING-OFF.
           MOVE 'N' TO WS-COOL-SW
           PERFORM VARYING WS-COOL-SUB FROM 1 BY 1
              UNTIL WS-COOL-SUB > WS-COOL-COUNT
              IF NOT WS-COOLING-OFF AND
                 WS-ISSUE-POLICY = WS-COOL-POLICY(WS-COOL-SUB)
                 SET WS-COOLING-OFF TO TRUE
                 MOVE WS-COOL-DATE(WS-COOL-SUB) TO WS-HOLD-CHG-DATE
              END-IF
           END-PERFORM.

      * Is the claim in WS-CLAIM-REC on today's SIU block list?
      *---------------------------------------------------------------
       2920-CHECK-SIU-BLOCK.
           MOVE 'N' TO WS-SIU-BLOCK-SW
           PERFORM VARYING WS-SIUB-SUB FROM 1 BY 1
              UNTIL WS-SIUB-SUB > WS-SIUB-COUNT
              IF WS-CLM-POLICY-NUMBER = WS-SIUB-POLICY(WS-SIUB-SUB) AND
                 WS-CLM-RECEIVED-DATE = WS-SIUB-RECV(WS-SIUB-SUB) AND
                 WS-CLM-RUN-ID = WS-SIUB-RUN-ID(WS-SIUB-SUB)
                 SET WS-SIU-BLOCKED TO TRUE
              END-IF
           END-PERFORM.

      * Consolidation-cap fallback: pay or hold the claim in
      * WS-CLAIM-REC on its own, exactly as the extract did before
      * consolidation. No remittance advice is written - the deposit
           MOVE WS-CLM-POLICY-NUMBER TO WS-ISSUE-POLICY
           MOVE WS-CLM-CUST-NAME     TO WS-ISSUE-NAME
           PERFORM 2910-FIND-BANKING-ROW
           PERFORM 2915-CHECK-COOLING-OFF

           EVALUATE TRUE
           WHEN WS-BANK-MATCH-FOUND AND WS-COOLING-OFF
      *         HELD PAYEE COUNTS ARE LEFT ALONE, AS BELOW
                SET WS-HOLD-COOLING-OFF TO TRUE
                PERFORM 2555-WRITE-HELD-CLAIM
                ADD WS-CLM-AMOUNT TO WS-HELD-AMOUNT
                ADD WS-CLM-AMOUNT TO WS-COOL-HELD-AMT
           WHEN WS-BANK-MATCH-FOUND AND
                WS-BANK-METHOD(WS-BANK-IDX) = 'E'
                MOVE 'E' TO WS-ISSUE-METHOD
      *         THE HELD-PAYEE COUNT IS NOT BUMPED HERE - THIS IS
      *         ONE OVERFLOWED CLAIM, NOT A PAYEE, AND ITS PAYEE MAY
      *         ALREADY BE COUNTED BY 2550-HOLD-PAYEE
                SET WS-HOLD-NO-BANKING TO TRUE
                MOVE SPACES TO WS-HOLD-CHG-DATE
                PERFORM 2555-WRITE-HELD-CLAIM
                ADD WS-CLM-AMOUNT TO WS-HELD-AMOUNT
           END-EVALUATE.

      * Divert one SIU-blocked claim: the whole claim goes to SIUSUSP
      * in the suspense layout for a supervisor decision, and a
      * SUSPENDED lifecycle event tells HISTMAST it was not paid
      *---------------------------------------------------------------
       2960-SUSPEND-SIU-CLAIM.
           MOVE WS-CLAIM-REC TO WS-SIUS-CLAIM
           MOVE 0            TO WS-SIUS-LIMIT
           WRITE SIU-SUSP-REC FROM WS-SIU-SUS-REC
           ADD 1 TO WS-SIU-CLM-COUNT
           ADD WS-CLM-AMOUNT TO WS-SIU-AMOUNT

           MOVE WS-CLM-POLICY-NUMBER TO PEV-POLICY
           MOVE WS-CLM-RECEIVED-DATE TO PEV-RECV-DATE
           MOVE 'SUSPENDED'          TO PEV-STATUS
           MOVE WS-RUN-DATE          TO PEV-EVENT-DATE
           MOVE WS-CLM-RUN-ID        TO PEV-RUN-ID
           WRITE PAY-EVENT-REC.

      * Batch trailer: record count and hash total of the amounts
      *---------------------------------------------------------------
       3000-WRITE-TRAILER.
           MOVE WS-PAYX-HASH  TO PAY-TRL-HASH
           WRITE PAYMENT-REC FROM WS-PAY-TRAILER.

      * Carry the last cheque number used forward on CHQCTL. A
      * failed rewrite does not stop the run - the cheques are
      * already on CHQFILE - but it is a hold: the next extract
      * would reuse the numbers
      *---------------------------------------------------------------
       3050-REWRITE-CHEQUE-CONTROL.
           OPEN OUTPUT CHQ-CTL-FILE
           IF WS-CHQCTL-STATUS NOT = '00'
              DISPLAY 'A7PAYX-F: OPEN FAILED FILE=CHQCTL STATUS='
                      WS-CHQCTL-STATUS ' - LAST CHEQUE NUMBER USED '
                      WS-CHQ-NUMBER
              SET WS-CHQCTL-FAILED TO TRUE
           ELSE
              MOVE WS-CHQ-NUMBER TO CC-LAST-CHQ-NUMBER
              MOVE WS-RUN-DATE   TO CC-LAST-RUN-DATE
              WRITE CHQ-CTL-REC
              CLOSE CHQ-CTL-FILE
           END-IF.

      * Close the day on PAYHIST with the amount PAYRPT shows as
      * issued (EFT plus cheque), which the year-end slip run ties
      * its payment records back to
      *---------------------------------------------------------------
       3060-WRITE-DAY-TOTAL.
           SET PH-DAY-TOTAL TO TRUE
           MOVE SPACES      TO PH-POLICY
           MOVE SPACES      TO PH-PAYEE-NAME
           MOVE SPACES      TO PH-METHOD
           COMPUTE PH-AMOUNT = WS-EFT-AMOUNT + WS-CHQ-AMOUNT
           MOVE WS-RUN-DATE TO PH-PAY-DATE
           MOVE WS-RUN-DATE TO PH-EFF-DATE
           WRITE PAY-HIST-REC.

      * Control report, both views: CLAIMS EXTRACTED (the REPAIR and
      * REPLACE lines must agree with the REPAIR TOTALS and REPLACE
      * TOTALS lines on RPTOUT) and PAYMENTS ISSUED (the by-method
           MOVE WS-CHQ-AMOUNT TO PDET-AMT
           WRITE PAY-RPT-LINE FROM WS-PAY-DETAIL-LINE

           IF WS-CHQ-COUNT > 0
              MOVE WS-CHQ-FIRST-NUMBER TO CRG-FIRST
              MOVE WS-CHQ-NUMBER       TO CRG-LAST
              WRITE PAY-RPT-LINE FROM WS-CHQ-RANGE-LINE
           END-IF

           MOVE SPACES TO WS-PAY-DETAIL-LINE
           MOVE '  RECOVERY OFFSETS:' TO PDET-LABEL
           MOVE WS-OFFSET-COUNT TO PDET-COUNT
           MOVE 'AMOUNT:' TO PDET-AMT-LABEL
           MOVE WS-OFFSET-TOTAL TO PDET-AMT
           WRITE PAY-RPT-LINE FROM WS-PAY-DETAIL-LINE

           MOVE SPACES TO WS-PAY-DETAIL-LINE
           MOVE '    PAYEES NETTED:' TO PDET-LABEL
           MOVE WS-NETTED-COUNT TO PDET-COUNT
           WRITE PAY-RPT-LINE FROM WS-PAY-DETAIL-LINE

           MOVE SPACES TO WS-PAY-DETAIL-LINE
           MOVE '  HELD PAYEES:' TO PDET-LABEL
           MOVE WS-HELD-COUNT TO PDET-COUNT
           MOVE WS-HELD-AMOUNT TO PDET-AMT
           WRITE PAY-RPT-LINE FROM WS-PAY-DETAIL-LINE

           MOVE SPACES TO WS-PAY-DETAIL-LINE
           MOVE '    OF WHICH COOLING-OFF:' TO PDET-LABEL
           MOVE WS-COOL-HELD-COUNT TO PDET-COUNT
           MOVE 'AMOUNT:' TO PDET-AMT-LABEL
           MOVE WS-COOL-HELD-AMT TO PDET-AMT
           WRITE PAY-RPT-LINE FROM WS-PAY-DETAIL-LINE

           MOVE SPACES TO WS-PAY-DETAIL-LINE
           MOVE '  HELD CLAIMS:' TO PDET-LABEL
           MOVE WS-HELD-CLM-COUNT TO PDET-COUNT
           WRITE PAY-RPT-LINE FROM WS-PAY-DETAIL-LINE

           MOVE SPACES TO WS-PAY-DETAIL-LINE
           MOVE '  SIU SUSPENDED CLAIMS:' TO PDET-LABEL
           MOVE WS-SIU-CLM-COUNT TO PDET-COUNT
           MOVE 'AMOUNT:' TO PDET-AMT-LABEL
           MOVE WS-SIU-AMOUNT TO PDET-AMT
           WRITE PAY-RPT-LINE FROM WS-PAY-DETAIL-LINE

           PERFORM 3200-WRITE-HELD-SECTION

           WRITE PAY-RPT-LINE FROM WS-PAY-DASHES
                 TO PAY-RPT-LINE
              WRITE PAY-RPT-LINE
           END-IF
           IF WS-RCV-CAP-HIT
              MOVE SPACES TO PAY-RPT-LINE
              MOVE '  ** WARNING: OVER 2000 OPEN RECEIVABLES - EXTRAS'
                 TO PAY-RPT-LINE
              WRITE PAY-RPT-LINE
              MOVE SPACES TO PAY-RPT-LINE
              MOVE '     WERE NOT OFFSET TODAY **' TO PAY-RPT-LINE
              WRITE PAY-RPT-LINE
           END-IF
           IF WS-PAYEE-CAP-HIT OR WS-CLMT-CAP-HIT
              MOVE SPACES TO PAY-RPT-LINE
              MOVE '  ** WARNING: CONSOLIDATION TABLES FILLED - SOME'
              WRITE PAY-RPT-LINE
           END-IF.

      * List every payee held, with the reason: a missing banking row
      * to be added before the next extract picks HOLDPAY back up, or
      * a banking change still inside its cooling-off window, to be
      * confirmed with the payee before the window passes
      *---------------------------------------------------------------
       3200-WRITE-HELD-SECTION.
           WRITE PAY-RPT-LINE FROM WS-PAY-DASHES
                      MOVE WS-HELD-PAYEE(WS-HELD-SUB)  TO HLD-PAYEE
                      MOVE WS-HELD-CLAIMS(WS-HELD-SUB) TO HLD-CLAIMS
                      MOVE WS-HELD-AMT(WS-HELD-SUB)    TO HLD-AMT
                      IF WS-HELD-REASON(WS-HELD-SUB) = 'CO'
                         MOVE 'BANK CHANGED' TO HLD-REASON
                         MOVE WS-HELD-CHG-DATE(WS-HELD-SUB)
                            TO HLD-CHG-DATE
                      ELSE
                         MOVE 'NO PAYBANK ROW' TO HLD-REASON
                      END-IF
                      WRITE PAY-RPT-LINE FROM WS-HELD-LINE
              END-PERFORM
           END-IF
                 EFT-OUT
                 CHEQUE-OUT
                 HOLDPAY-OUT
                 HOLD-RSN-OUT
                 SIU-SUSP-OUT
                 REMIT-OUT
                 PAY-EVENT-OUT
                 PAY-GL-OUT
                 RECV-OFFS-OUT
                 PAY-HIST-OUT
                 PAY-RPT-OUT.

      *    Set the condition code the scheduler acts on: 8 when the
      *    cheque control could not be rewritten, 4 when a table cap
      *    forced claims out of consolidation or off the held
      *    listing, or the banking master or open receivables did not
      *    fully load, 0 when clean
      *---------------------------------------------------------------
       4900-SET-CONDITION-CODE.
           EVALUATE TRUE
           WHEN WS-CHQCTL-FAILED
                MOVE 8 TO RETURN-CODE
           WHEN WS-BANK-CAP-HIT OR WS-PAYEE-CAP-HIT OR WS-CLMT-CAP-HIT
                OR WS-HELD-CAP-HIT OR WS-RCV-CAP-HIT
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM A7PAYX.
