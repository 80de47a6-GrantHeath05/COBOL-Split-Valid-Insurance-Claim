       IDENTIFICATION DIVISION.
       PROGRAM-ID. A7GLPOST.

      *-----------------------------------------------------------------
      * AUTHOR:  GRANT HEATH
      * PURPOSE: BUILD THE DAY'S GENERAL LEDGER JOURNAL FROM THE CLAIMS
      *          PAYMENT CYCLE, SO FINANCE NO LONGER RE-KEYS THE PAYRPT
      *          AND PAYRECON TOTALS. EVERY AMOUNT IS POSTED AS A
      *          BALANCED DEBIT/CREDIT PAIR UNDER ONE OF TEN
      *          TRANSACTION TYPES:
      *            PEFT / PCHQ - CLAIMS PAID BY EFT / CHEQUE (A7PAYX
      *                          PAYGL FEED): CLAIMS EXPENSE AGAINST
      *                          BANK CLEARING;
      *            HOLD        - CLAIMS HELD ON HOLDPAY FOR A MISSING
      *                          BANKING ROW: PENDING LIABILITY;
      *            SUSP        - CLAIMS STILL IN SUSPENSE (A7SUSRL
      *                          SUSHOLD) OR HELD FOR SIU (A7PAYX
      *                          SIUSUSP): PENDING LIABILITY;
      *            BREJ        - BANK REJECTS FROM A7PAYR: REVERSAL
      *                          OF THE PAYMENT OUT OF BANK CLEARING;
      *            REIS        - THE SAME ITEMS RE-POSTED AS AWAITING
      *                          REISSUE;
      *            ROFF        - RECOVERY RECEIVABLES NETTED OUT OF A
      *                          PAYMENT BY A7PAYX (PAYGL FEED);
      *            RREV / RREC / RWOF - PAID CLAIMS REVERSED INTO A
      *                          RECOVERY RECEIVABLE, RECOVERIES
      *                          RECEIVED AND RECEIVABLES WRITTEN OFF
      *                          BY A7RECOV (ITS RECVGL FEED, WHICH THE
      *                          SCHEDULER CONCATENATES AFTER PAYGL).
      *          THE HELD POPULATIONS ARE RESTATED WHOLE EVERY DAY, SO
      *          HOLD AND SUSP LINES CARRY THE AUTO-REVERSE FLAG. THE
      *          DEBIT AND CREDIT ACCOUNTS COME FROM THE GLMAP TABLE,
      *          KEYED BY PRODUCT CODE, REGION AND TRANSACTION TYPE; A
      *          MAP ROW WITH A BLANK PRODUCT OR REGION SERVES ANY. THE
      *          GLJRNL BATCH CARRIES THE ACCOUNTING PERIOD, THE RUN ID
      *          OF TODAY'S A7SPLIT RUN (OFF CYCCTL) AND DEBIT AND
      *          CREDIT CONTROL TOTALS; THE GLRPT TIE-OUT REPORT TIES
      *          EVERY TRANSACTION TYPE BACK TO THE PAYRPT, PAYRECON OR
      *          RECVRPT FIGURE IT CAME FROM AND THE PAID CLAIMS TO THE
      *          EFTFILE AND CHQFILE TOTALS PLUS THE OFFSETS NETTED OUT
      *          OF THOSE PAYMENTS. AN UNBALANCED, UNMAPPED OR UNTIED
      *          BATCH ENDS RC 8 SO THE SCHEDULER DOES NOT RELEASE IT.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT GL-PARM-IN    ASSIGN TO GLPARM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT GL-MAP-IN     ASSIGN TO GLMAP
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-GLMAP-STATUS.
           SELECT CYC-CTL-IN    ASSIGN TO CYCCTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CYCCTL-STATUS.
           SELECT PAY-GL-IN     ASSIGN TO PAYGL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PAYGL-STATUS.
           SELECT HOLDPAY-IN    ASSIGN TO HOLDPAY
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-HOLDPAY-STATUS.
           SELECT SUSHOLD-IN    ASSIGN TO SUSHOLD
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-SUSHOLD-STATUS.
           SELECT SIU-SUSP-IN   ASSIGN TO SIUSUSP
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-SIUSUSP-STATUS.
           SELECT REISSUE-IN    ASSIGN TO REISSUE
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-REISSUE-STATUS.
           SELECT EFT-IN        ASSIGN TO EFTFILE
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-EFT-STATUS.
           SELECT CHEQUE-IN     ASSIGN TO CHQFILE
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CHQFILE-STATUS.
           SELECT GL-JRNL-OUT   ASSIGN TO GLJRNL
                                ORGANIZATION IS SEQUENTIAL.
           SELECT GL-RPT-OUT    ASSIGN TO GLRPT
                                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * JOURNAL PARAMETERS - THE ACCOUNTING PERIOD (YYYYMM). NO
      * GLPARM POSTS TO THE RUN DATE'S OWN MONTH
      *-----------------------------------------------------------------
       FD  GL-PARM-IN.
       01 GL-PARM-REC.
          05 GP-PERIOD           PIC X(06).
          05 GP-PERIOD-R REDEFINES GP-PERIOD.
             10 GP-PERIOD-YEAR   PIC 9(04).
             10 GP-PERIOD-MONTH  PIC 9(02).

      * GL ACCOUNT MAPPING - ONE ROW PER PRODUCT / REGION /
      * TRANSACTION TYPE, MAINTAINED BY FINANCE LIKE AUTHLIM. A
      * BLANK PRODUCT OR REGION MATCHES ANY; THE MOST SPECIFIC ROW
      * WINS
      *-----------------------------------------------------------------
       FD  GL-MAP-IN.
       01 GL-MAP-REC.
          05 GM-PROD-CODE        PIC X(03).
          05 GM-REGION           PIC X(03).
          05 GM-TXN-TYPE         PIC X(04).
          05 GM-DR-ACCOUNT       PIC X(10).
          05 GM-CR-ACCOUNT       PIC X(10).

      * CYCLE-CONTROL FILE (LAYOUT OWNED BY A7CYCCTL) - READ FOR THE
      * RUN ID TODAY'S A7SPLIT STEP PROCESSED
      *-----------------------------------------------------------------
       FD  CYC-CTL-IN.
       01 CYC-CTL-REC.
          05 CYC-DATE            PIC X(08).
          05 CYC-STEP            PIC X(08).
          05 CYC-SEQ             PIC 9(03).
          05 CYC-START-STAMP     PIC X(14).
          05 CYC-END-STAMP       PIC X(14).
          05 CYC-RUN-ID          PIC X(14).
          05 CYC-STATUS          PIC X(01).

      * CLAIMS PAID TODAY, ONE PER UNDERLYING CLAIM, AND RECOVERY
      * OFFSETS, REVERSALS, RECOVERIES AND WRITE-OFFS (LAYOUT OWNED BY
      * A7PAYX)
      *-----------------------------------------------------------------
       FD  PAY-GL-IN.
       COPY PAYGLREC.

      * CLAIMS HELD FOR A MISSING BANKING ROW (A7PAYX 101-BYTE SPLIT
      * OUTPUT LAYOUT)
      *-----------------------------------------------------------------
       FD  HOLDPAY-IN.
       01 HOLDPAY-REC.
          05 HP-POLICY-NUMBER    PIC X(10).
          05 HP-CUST-NAME        PIC X(20).
          05 HP-PROD-CODE        PIC X(03).
          05 HP-CLAIM-TYPE       PIC X(07).
          05 HP-AMOUNT           PIC 9(07)V99.
          05 HP-JUSTIFY          PIC X(30).
          05 HP-RECV-DATE        PIC X(08).
          05 HP-RUN-ID           PIC X(14).

      * CLAIMS STILL HELD AFTER TODAY'S SUSPENSE REVIEW, AND CLAIMS
      * A7PAYX HELD BACK FOR SIU (LAYOUT OWNED BY A7SPLIT WS-SUS-REC)
      *-----------------------------------------------------------------
       FD  SUSHOLD-IN.
       01 SUSHOLD-REC.
          05 SH-POLICY-NUMBER    PIC X(10).
          05 SH-CUST-NAME        PIC X(20).
          05 SH-PROD-CODE        PIC X(03).
          05 SH-CLAIM-TYPE       PIC X(07).
          05 SH-AMOUNT           PIC 9(07)V99.
          05 SH-JUSTIFY          PIC X(30).
          05 SH-RECV-DATE        PIC X(08).
          05 SH-RUN-ID           PIC X(14).
          05 SH-LIMIT            PIC 9(07)V99.

       FD  SIU-SUSP-IN.
       01 SIU-SUSP-REC.
          05 SS-POLICY-NUMBER    PIC X(10).
          05 SS-CUST-NAME        PIC X(20).
          05 SS-PROD-CODE        PIC X(03).
          05 SS-CLAIM-TYPE       PIC X(07).
          05 SS-AMOUNT           PIC 9(07)V99.
          05 SS-JUSTIFY          PIC X(30).
          05 SS-RECV-DATE        PIC X(08).
          05 SS-RUN-ID           PIC X(14).
          05 SS-LIMIT            PIC 9(07)V99.

      * FAILED PAYMENTS FROM A7PAYR (PAY-DETAIL LAYOUT, OWNED BY
      * A7PAYX)
      *-----------------------------------------------------------------
       FD  REISSUE-IN.
       01 REISSUE-REC.
          05 RI-REC-TYPE         PIC X(01).
          05 RI-PAYEE-NAME       PIC X(20).
          05 RI-POLICY-NUMBER    PIC X(10).
          05 RI-AMOUNT           PIC 9(07)V99.

      * TODAY'S BANK FILES, RE-TOTALLED FOR THE TIE-OUT (LAYOUTS
      * OWNED BY A7PAYX)
      *-----------------------------------------------------------------
       FD  EFT-IN.
       01 EFT-REC.
          05 EFT-REC-TYPE        PIC X(01).
          05 EFT-PAYEE-NAME      PIC X(20).
          05 EFT-POLICY-NUMBER   PIC X(10).
          05 EFT-AMOUNT          PIC 9(07)V99.
          05 EFT-TRANSIT         PIC X(08).
          05 EFT-ACCOUNT         PIC X(12).

       FD  CHEQUE-IN.
       COPY CHQDREC.

      * GENERAL LEDGER JOURNAL BATCH - 'H' HEADER, 'D' JOURNAL LINES,
      * 'T' TRAILER WITH THE DEBIT AND CREDIT CONTROL TOTALS
      *-----------------------------------------------------------------
       FD  GL-JRNL-OUT.
       01 GL-JRNL-HDR.
          05 JH-REC-TYPE         PIC X(01).
          05 JH-BATCH-DATE       PIC X(08).
          05 JH-PERIOD           PIC X(06).
          05 JH-RUN-ID           PIC X(14).
          05 FILLER              PIC X(07).

       01 GL-JRNL-LINE.
          05 JD-REC-TYPE         PIC X(01).
          05 JD-ACCOUNT          PIC X(10).
          05 JD-DR-CR            PIC X(01).
          05 JD-AMOUNT           PIC 9(11)V99.
          05 JD-TXN-TYPE         PIC X(04).
          05 JD-PROD-CODE        PIC X(03).
          05 JD-REGION           PIC X(03).
          05 JD-REVERSE-SW       PIC X(01).

       01 GL-JRNL-TRL.
          05 JT-REC-TYPE         PIC X(01).
          05 JT-LINE-COUNT       PIC 9(07).
          05 JT-DR-TOTAL         PIC 9(11)V99.
          05 JT-CR-TOTAL         PIC 9(11)V99.
          05 JT-BALANCED-SW      PIC X(01).
          05 FILLER              PIC X(01).

       FD  GL-RPT-OUT.
       01 GL-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

      * FLAGS AND FILE STATUS
      *-----------------------------------------------------------------
       01 WS-FLAGS.
          05 WS-FILE-EOF        PIC X             VALUE 'N'.
             88 FILE-EOF-YES                      VALUE 'Y'.
          05 WS-MAP-EOF         PIC X             VALUE 'N'.
             88 MAP-EOF-YES                       VALUE 'Y'.
          05 WS-CTL-EOF         PIC X             VALUE 'N'.
             88 CTL-EOF-YES                       VALUE 'Y'.
          05 WS-MAP-CAP-SW      PIC X             VALUE 'N'.
             88 WS-MAP-CAP-HIT                    VALUE 'Y'.
          05 WS-JRN-CAP-SW      PIC X             VALUE 'N'.
             88 WS-JRN-CAP-HIT                    VALUE 'Y'.
          05 WS-RUN-ID-SW       PIC X             VALUE 'N'.
             88 WS-RUN-ID-FOUND                   VALUE 'Y'.
          05 WS-TIE-SW          PIC X             VALUE 'Y'.
             88 WS-ALL-TIED                       VALUE 'Y'.

       01 WS-PARM-STATUS        PIC X(02)         VALUE '00'.
       01 WS-GLMAP-STATUS       PIC X(02)         VALUE '00'.
       01 WS-CYCCTL-STATUS      PIC X(02)         VALUE '00'.
       01 WS-PAYGL-STATUS       PIC X(02)         VALUE '00'.
       01 WS-HOLDPAY-STATUS     PIC X(02)         VALUE '00'.
       01 WS-SUSHOLD-STATUS     PIC X(02)         VALUE '00'.
       01 WS-SIUSUSP-STATUS     PIC X(02)         VALUE '00'.
       01 WS-REISSUE-STATUS     PIC X(02)         VALUE '00'.
       01 WS-EFT-STATUS         PIC X(02)         VALUE '00'.
       01 WS-CHQFILE-STATUS     PIC X(02)         VALUE '00'.

       01 WS-RUN-DATE           PIC X(08)         VALUE SPACES.
       01 WS-PERIOD             PIC X(06)         VALUE SPACES.
       01 WS-SOURCE-RUN-ID      PIC X(14)         VALUE SPACES.

      * TRANSACTION TYPES, IN REPORT ORDER, WITH THE REPORT FIGURE
      * EACH ONE TIES BACK TO
      *-----------------------------------------------------------------
       01 WS-TXN-MAX            PIC 9(02)         VALUE 10.
       01 WS-TXN-SUB            PIC 9(02)         VALUE 0.
       01 WS-TXN-IDX            PIC 9(02)         VALUE 0.

       01 WS-TXN-NAMES-VAL.
          05 FILLER             PIC X(04)         VALUE 'PEFT'.
          05 FILLER             PIC X(34)         VALUE
             'PAYRPT EFT PAYMENTS'.
          05 FILLER             PIC X(04)         VALUE 'PCHQ'.
          05 FILLER             PIC X(34)         VALUE
             'PAYRPT CHEQUE PAYMENTS'.
          05 FILLER             PIC X(04)         VALUE 'HOLD'.
          05 FILLER             PIC X(34)         VALUE
             'PAYRPT HELD PAYEES'.
          05 FILLER             PIC X(04)         VALUE 'SUSP'.
          05 FILLER             PIC X(34)         VALUE
             'SUSRLRPT STILL HELD + PAYRPT SIU'.
          05 FILLER             PIC X(04)         VALUE 'BREJ'.
          05 FILLER             PIC X(34)         VALUE
             'PAYRECON FAILED (TO REISSUE)'.
          05 FILLER             PIC X(04)         VALUE 'REIS'.
          05 FILLER             PIC X(34)         VALUE
             'PAYRECON FAILED (TO REISSUE)'.
          05 FILLER             PIC X(04)         VALUE 'ROFF'.
          05 FILLER             PIC X(34)         VALUE
             'PAYRPT RECOVERY OFFSETS'.
          05 FILLER             PIC X(04)         VALUE 'RREV'.
          05 FILLER             PIC X(34)         VALUE
             'RECVRPT CLAIMS REVERSED'.
          05 FILLER             PIC X(04)         VALUE 'RREC'.
          05 FILLER             PIC X(34)         VALUE
             'RECVRPT RECOVERIES RECEIVED'.
          05 FILLER             PIC X(04)         VALUE 'RWOF'.
          05 FILLER             PIC X(34)         VALUE
             'RECVRPT WRITTEN OFF'.
       01 WS-TXN-NAMES REDEFINES WS-TXN-NAMES-VAL.
          05 WS-TXN-ENTRY OCCURS 10 TIMES.
             10 WS-TXN-CODE     PIC X(04).
             10 WS-TXN-TIE      PIC X(34).

      * PER-TRANSACTION-TYPE TOTALS: WHAT THE SOURCE FILES HELD, AND
      * WHAT WAS JOURNALED. SOURCE MUST EQUAL JOURNALED
      *-----------------------------------------------------------------
       01 WS-TXN-TOTALS.
          05 WS-TXN-TOT OCCURS 10 TIMES.
             10 WS-TXN-SRC-COUNT PIC 9(07).
             10 WS-TXN-SRC-AMT  PIC 9(11)V99.
             10 WS-TXN-JRN-AMT  PIC 9(11)V99.

       01 WS-SIU-COUNT          PIC 9(07)         VALUE 0.
       01 WS-SIU-AMOUNT         PIC 9(11)V99      VALUE 0.

      * BANK FILE TOTALS FOR THE PAID-CLAIM TIE-OUT. THE PAID CLAIMS
      * ARE GROSS, THE BANK ITEMS NET OF ANY RECOVERY OFFSET, SO THE
      * OFFSETS ARE KEPT BY ROUTE AND ADDED BACK TO EACH BANK FILE
      *-----------------------------------------------------------------
       01 WS-BANK-TOTALS.
          05 WS-EFT-COUNT       PIC 9(07)         VALUE 0.
          05 WS-EFT-AMOUNT      PIC 9(11)V99      VALUE 0.
          05 WS-CHQ-COUNT       PIC 9(07)         VALUE 0.
          05 WS-CHQ-AMOUNT      PIC 9(11)V99      VALUE 0.
          05 WS-OFF-EFT-AMOUNT  PIC 9(11)V99      VALUE 0.
          05 WS-OFF-CHQ-AMOUNT  PIC 9(11)V99      VALUE 0.
          05 WS-BANK-TIE-AMOUNT PIC 9(11)V99      VALUE 0.

      * GL MAPPING TABLE, LOADED FROM GLMAP AT 1000-INITIALIZE
      *-----------------------------------------------------------------
       01 WS-MAP-MAX            PIC 9(03)         VALUE 500.
       01 WS-MAP-COUNT          PIC 9(03)         VALUE 0.
       01 WS-MAP-SUB            PIC 9(03)         VALUE 0.
       01 WS-MAP-IDX            PIC 9(03)         VALUE 0.
       01 WS-MAP-SCORE          PIC 9(01)         VALUE 0.
       01 WS-MAP-BEST           PIC 9(01)         VALUE 0.

       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 500 TIMES.
             10 WS-MAP-PROD     PIC X(03).
             10 WS-MAP-REGION   PIC X(03).
             10 WS-MAP-TXN      PIC X(04).
             10 WS-MAP-DR-ACCT  PIC X(10).
             10 WS-MAP-CR-ACCT  PIC X(10).

      * JOURNAL SUMMARY TABLE - ONE ROW PER TRANSACTION TYPE,
      * PRODUCT AND REGION, EACH BECOMING ONE DEBIT AND ONE CREDIT
      * LINE. AN AMOUNT THAT FINDS THE TABLE FULL IS NOT JOURNALED
      * AND SHOWS AS A TIE-OUT DIFFERENCE
      *-----------------------------------------------------------------
       01 WS-JRN-MAX            PIC 9(04)         VALUE 1000.
       01 WS-JRN-COUNT          PIC 9(04)         VALUE 0.
       01 WS-JRN-SUB            PIC 9(04)         VALUE 0.
       01 WS-JRN-IDX            PIC 9(04)         VALUE 0.

       01 WS-JRN-TABLE.
          05 WS-JRN-ENTRY OCCURS 1000 TIMES.
             10 WS-JRN-TXN      PIC X(04).
             10 WS-JRN-PROD     PIC X(03).
             10 WS-JRN-REGION   PIC X(03).
             10 WS-JRN-ITEMS    PIC 9(07).
             10 WS-JRN-AMOUNT   PIC 9(11)V99.

      * ONE SOURCE ITEM STAGED FOR 2900-ACCUMULATE
      *-----------------------------------------------------------------
       01 WS-POST-TXN           PIC X(04)         VALUE SPACES.
       01 WS-POST-PROD          PIC X(03)         VALUE SPACES.
       01 WS-POST-REGION        PIC X(03)         VALUE SPACES.
       01 WS-POST-AMOUNT        PIC 9(07)V99      VALUE 0.

      * JOURNAL CONTROL TOTALS
      *-----------------------------------------------------------------
       01 WS-JRN-TOTALS.
          05 WS-LINE-COUNT      PIC 9(07)         VALUE 0.
          05 WS-DR-TOTAL        PIC 9(11)V99      VALUE 0.
          05 WS-CR-TOTAL        PIC 9(11)V99      VALUE 0.
          05 WS-UNMAP-COUNT     PIC 9(05)         VALUE 0.
          05 WS-UNMAP-AMOUNT    PIC 9(11)V99      VALUE 0.

      * REPORT FORMATTING
      *-----------------------------------------------------------------
       01 WS-GL-HDR-1.
          05 FILLER             PIC X(36)         VALUE
             '          GL JOURNAL - BATCH DATE'.
          05 GLH-DATE           PIC X(08).
          05 FILLER             PIC X(09)         VALUE '  PERIOD '.
          05 GLH-PERIOD         PIC X(06).
          05 FILLER             PIC X(09)         VALUE '  RUN ID '.
          05 GLH-RUN-ID         PIC X(14).

       01 WS-GL-DASHES          PIC X(100)        VALUE ALL '-'.

       01 WS-GL-COL-HDR.
          05 FILLER             PIC X(06)         VALUE 'TXN'.
          05 FILLER             PIC X(06)         VALUE 'PROD'.
          05 FILLER             PIC X(08)         VALUE 'REGION'.
          05 FILLER             PIC X(12)         VALUE 'DEBIT ACCT'.
          05 FILLER             PIC X(12)         VALUE 'CREDIT ACCT'.
          05 FILLER             PIC X(09)         VALUE '  ITEMS'.
          05 FILLER             PIC X(20)         VALUE
             '             AMOUNT'.
          05 FILLER             PIC X(10)         VALUE 'NOTE'.

       01 WS-GL-DET-LINE.
          05 GLD-TXN            PIC X(04).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 GLD-PROD           PIC X(03).
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 GLD-REGION         PIC X(03).
          05 FILLER             PIC X(05)         VALUE SPACES.
          05 GLD-DR-ACCT        PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 GLD-CR-ACCT        PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 GLD-ITEMS          PIC ZZZZZZ9.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 GLD-AMT            PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 GLD-NOTE           PIC X(10).

       01 WS-TIE-COL-HDR.
          05 FILLER             PIC X(06)         VALUE 'TXN'.
          05 FILLER             PIC X(36)         VALUE
             'TIES TO'.
          05 FILLER             PIC X(09)         VALUE '  ITEMS'.
          05 FILLER             PIC X(20)         VALUE
             '      SOURCE AMOUNT'.
          05 FILLER             PIC X(20)         VALUE
             '   JOURNALED AMOUNT'.
          05 FILLER             PIC X(10)         VALUE 'NOTE'.

       01 WS-TIE-LINE.
          05 TIE-TXN            PIC X(04).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 TIE-FIGURE         PIC X(34).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 TIE-ITEMS          PIC ZZZZZZ9.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 TIE-SRC-AMT        PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 TIE-JRN-AMT        PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 TIE-NOTE           PIC X(10).

       01 WS-GL-TOT-LINE.
          05 GLT-LABEL          PIC X(30).
          05 GLT-COUNT          PIC ZZZZZZ9.
          05 FILLER             PIC X(05)         VALUE SPACES.
          05 GLT-AMT-LABEL      PIC X(10).
          05 GLT-AMT            PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      * Main
      *---------------------------------------------------------------
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-PAID-CLAIMS
           PERFORM 2100-COLLECT-HELD-PAYEES
           PERFORM 2200-COLLECT-SUSPENSE
           PERFORM 2300-COLLECT-BANK-REJECTS
           PERFORM 2400-TOTAL-BANK-FILES
           PERFORM 3000-WRITE-JOURNAL
           PERFORM 3100-WRITE-TIE-OUT
           PERFORM 4000-CLOSE
           PERFORM 4900-SET-CONDITION-CODE
           GOBACK.

      * Open files. Every source is written by an earlier step of
      * the same cycle, even when empty, so a missing one means the
      * journal would silently understate the day - it stops the run.
      * The mapping table is a hard requirement for the same reason
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD

           PERFORM VARYING WS-TXN-SUB FROM 1 BY 1
              UNTIL WS-TXN-SUB > WS-TXN-MAX
              MOVE 0 TO WS-TXN-SRC-COUNT(WS-TXN-SUB)
              MOVE 0 TO WS-TXN-SRC-AMT(WS-TXN-SUB)
              MOVE 0 TO WS-TXN-JRN-AMT(WS-TXN-SUB)
           END-PERFORM

           PERFORM 1050-LOAD-PERIOD
           PERFORM 1060-LOAD-MAPPING
           PERFORM 1070-FIND-SOURCE-RUN-ID

           OPEN INPUT PAY-GL-IN HOLDPAY-IN SUSHOLD-IN SIU-SUSP-IN
                REISSUE-IN EFT-IN CHEQUE-IN
           IF WS-PAYGL-STATUS NOT = '00' OR
              WS-HOLDPAY-STATUS NOT = '00' OR
              WS-SUSHOLD-STATUS NOT = '00' OR
              WS-SIUSUSP-STATUS NOT = '00' OR
              WS-REISSUE-STATUS NOT = '00' OR
              WS-EFT-STATUS NOT = '00' OR
              WS-CHQFILE-STATUS NOT = '00'
              DISPLAY 'A7GLPOST-F: OPEN FAILED ON A SOURCE FILE'
              DISPLAY '  FILE=PAYGL STATUS='    WS-PAYGL-STATUS
                      ' FILE=HOLDPAY STATUS='  WS-HOLDPAY-STATUS
              DISPLAY '  FILE=SUSHOLD STATUS='  WS-SUSHOLD-STATUS
                      ' FILE=SIUSUSP STATUS='  WS-SIUSUSP-STATUS
              DISPLAY '  FILE=REISSUE STATUS='  WS-REISSUE-STATUS
                      ' FILE=EFTFILE STATUS='  WS-EFT-STATUS
              DISPLAY '  FILE=CHQFILE STATUS='  WS-CHQFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT GL-JRNL-OUT GL-RPT-OUT.

      * Load the accounting period. No GLPARM posts to the run
      * date's month; a period that is not a real YYYYMM stops the
      * run - a journal in a nonsense period cannot be released
      *---------------------------------------------------------------
       1050-LOAD-PERIOD.
           OPEN INPUT GL-PARM-IN
           IF WS-PARM-STATUS NOT = '00'
              DISPLAY 'A7GLPOST: NO GLPARM, POSTING TO PERIOD '
                      WS-PERIOD ' STATUS=' WS-PARM-STATUS
           ELSE
              READ GL-PARM-IN
              AT END
                 DISPLAY 'A7GLPOST: GLPARM IS EMPTY, POSTING TO '
                         'PERIOD ' WS-PERIOD
              NOT AT END
                 IF GP-PERIOD IS NOT NUMERIC OR
                    GP-PERIOD-MONTH < 1 OR GP-PERIOD-MONTH > 12
                    DISPLAY 'A7GLPOST-F: GLPARM PERIOD INVALID '
                            'FILE=GLPARM PERIOD=' GP-PERIOD
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE GP-PERIOD TO WS-PERIOD
              END-READ
              CLOSE GL-PARM-IN
           END-IF.

      * Load the GL account mapping table
      *---------------------------------------------------------------
       1060-LOAD-MAPPING.
           OPEN INPUT GL-MAP-IN
           IF WS-GLMAP-STATUS NOT = '00'
              DISPLAY 'A7GLPOST-F: OPEN FAILED FILE=GLMAP STATUS='
                      WS-GLMAP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL MAP-EOF-YES
                   READ GL-MAP-IN
                   AT END
                      SET MAP-EOF-YES TO TRUE
                   NOT AT END
                      IF WS-MAP-COUNT < WS-MAP-MAX
                         ADD 1 TO WS-MAP-COUNT
                         MOVE GM-PROD-CODE
                            TO WS-MAP-PROD(WS-MAP-COUNT)
                         MOVE GM-REGION
                            TO WS-MAP-REGION(WS-MAP-COUNT)
                         MOVE GM-TXN-TYPE
                            TO WS-MAP-TXN(WS-MAP-COUNT)
                         MOVE GM-DR-ACCOUNT
                            TO WS-MAP-DR-ACCT(WS-MAP-COUNT)
                         MOVE GM-CR-ACCOUNT
                            TO WS-MAP-CR-ACCT(WS-MAP-COUNT)
                      ELSE
                         SET WS-MAP-CAP-HIT TO TRUE
                      END-IF
                   END-READ
           END-PERFORM

           CLOSE GL-MAP-IN.

      * The batch carries the run id today's A7SPLIT step processed,
      * as recorded on the cycle-control file. No such row is a
      * warning, not a stop - the journal itself is still right
      *---------------------------------------------------------------
       1070-FIND-SOURCE-RUN-ID.
           OPEN INPUT CYC-CTL-IN
           IF WS-CYCCTL-STATUS = '00'
              PERFORM UNTIL CTL-EOF-YES
                      READ CYC-CTL-IN
                      AT END
                         SET CTL-EOF-YES TO TRUE
                      NOT AT END
                         IF CYC-DATE = WS-RUN-DATE AND
                            CYC-STEP = 'A7SPLIT' AND
                            CYC-RUN-ID NOT = SPACES
                            MOVE CYC-RUN-ID TO WS-SOURCE-RUN-ID
                            SET WS-RUN-ID-FOUND TO TRUE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE CYC-CTL-IN
           END-IF
           IF NOT WS-RUN-ID-FOUND
              DISPLAY 'A7GLPOST-W: NO A7SPLIT RUN ID ON CYCCTL FOR '
                      WS-RUN-DATE ' STATUS=' WS-CYCCTL-STATUS
           END-IF.

      * Claims paid today, by EFT or cheque, from the PAYGL feed,
      * with the recovery offsets netted out of those payments and
      * the A7RECOV receivable movements that follow it
      *---------------------------------------------------------------
       2000-COLLECT-PAID-CLAIMS.
           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL FILE-EOF-YES
                   READ PAY-GL-IN
                   AT END
                      MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                      EVALUATE TRUE
                      WHEN PG-RECOVERY-OFFSET
                           MOVE 'ROFF' TO WS-POST-TXN
                           IF PG-METHOD = 'E'
                              ADD PG-AMOUNT TO WS-OFF-EFT-AMOUNT
                           ELSE
                              ADD PG-AMOUNT TO WS-OFF-CHQ-AMOUNT
                           END-IF
                      WHEN PG-REVERSAL
                           MOVE 'RREV' TO WS-POST-TXN
                      WHEN PG-RECOVERY-RECEIVED
                           MOVE 'RREC' TO WS-POST-TXN
                      WHEN PG-WRITE-OFF
                           MOVE 'RWOF' TO WS-POST-TXN
                      WHEN PG-METHOD = 'E'
                           MOVE 'PEFT' TO WS-POST-TXN
                      WHEN OTHER
                           MOVE 'PCHQ' TO WS-POST-TXN
                      END-EVALUATE
                      MOVE PG-PROD-CODE TO WS-POST-PROD
                      MOVE PG-REGION    TO WS-POST-REGION
                      MOVE PG-AMOUNT    TO WS-POST-AMOUNT
                      PERFORM 2900-ACCUMULATE
                   END-READ
           END-PERFORM.

      * Claims held on HOLDPAY for a missing banking row
      *---------------------------------------------------------------
       2100-COLLECT-HELD-PAYEES.
           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL FILE-EOF-YES
                   READ HOLDPAY-IN
                   AT END
                      MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                      MOVE 'HOLD'              TO WS-POST-TXN
                      MOVE HP-PROD-CODE        TO WS-POST-PROD
                      MOVE HP-POLICY-NUMBER(1:3) TO WS-POST-REGION
                      MOVE HP-AMOUNT           TO WS-POST-AMOUNT
                      PERFORM 2900-ACCUMULATE
                   END-READ
           END-PERFORM.

      * Claims still held in suspense after today's review, then
      * the claims A7PAYX held back for SIU today. The SIU share is
      * kept apart as well, since it alone ties to a PAYRPT line
      *---------------------------------------------------------------
       2200-COLLECT-SUSPENSE.
           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL FILE-EOF-YES
                   READ SUSHOLD-IN
                   AT END
                      MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                      MOVE 'SUSP'              TO WS-POST-TXN
                      MOVE SH-PROD-CODE        TO WS-POST-PROD
                      MOVE SH-POLICY-NUMBER(1:3) TO WS-POST-REGION
                      MOVE SH-AMOUNT           TO WS-POST-AMOUNT
                      PERFORM 2900-ACCUMULATE
                   END-READ
           END-PERFORM

           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL FILE-EOF-YES
                   READ SIU-SUSP-IN
                   AT END
                      MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                      MOVE 'SUSP'              TO WS-POST-TXN
                      MOVE SS-PROD-CODE        TO WS-POST-PROD
                      MOVE SS-POLICY-NUMBER(1:3) TO WS-POST-REGION
                      MOVE SS-AMOUNT           TO WS-POST-AMOUNT
                      PERFORM 2900-ACCUMULATE
                      ADD 1 TO WS-SIU-COUNT
                      ADD SS-AMOUNT TO WS-SIU-AMOUNT
                   END-READ
           END-PERFORM.

      * Every payment the bank rejected is posted twice: once as the
      * reversal out of bank clearing, once re-posted as awaiting
      * reissue. A consolidated payment has no single product, so
      * these post under a blank product code
      *---------------------------------------------------------------
       2300-COLLECT-BANK-REJECTS.
           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL FILE-EOF-YES
                   READ REISSUE-IN
                   AT END
                      MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                      MOVE SPACES              TO WS-POST-PROD
                      MOVE RI-POLICY-NUMBER(1:3) TO WS-POST-REGION
                      MOVE RI-AMOUNT           TO WS-POST-AMOUNT
                      MOVE 'BREJ'              TO WS-POST-TXN
                      PERFORM 2900-ACCUMULATE
                      MOVE 'REIS'              TO WS-POST-TXN
                      PERFORM 2900-ACCUMULATE
                   END-READ
           END-PERFORM.

      * Re-total today's EFT and cheque files - the amounts the
      * PAYRPT by-method lines report - for the paid-claim tie-out
      *---------------------------------------------------------------
       2400-TOTAL-BANK-FILES.
           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL FILE-EOF-YES
                   READ EFT-IN
                   AT END
                      MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                      ADD 1 TO WS-EFT-COUNT
                      ADD EFT-AMOUNT TO WS-EFT-AMOUNT
                   END-READ
           END-PERFORM

           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL FILE-EOF-YES
                   READ CHEQUE-IN
                   AT END
                      MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                      ADD 1 TO WS-CHQ-COUNT
                      ADD CHQ-AMOUNT TO WS-CHQ-AMOUNT
                   END-READ
           END-PERFORM.

      * Fold one staged source item into its transaction type's
      * source totals and into the summary row for its transaction
      * type, product and region
      *---------------------------------------------------------------
       2900-ACCUMULATE.
           PERFORM 2910-FIND-POST-TXN
           IF WS-TXN-IDX > 0
              ADD 1 TO WS-TXN-SRC-COUNT(WS-TXN-IDX)
              ADD WS-POST-AMOUNT TO WS-TXN-SRC-AMT(WS-TXN-IDX)
           END-IF

           MOVE 0 TO WS-JRN-IDX
           PERFORM VARYING WS-JRN-SUB FROM 1 BY 1
              UNTIL WS-JRN-SUB > WS-JRN-COUNT
              IF WS-JRN-IDX = 0 AND
                 WS-JRN-TXN(WS-JRN-SUB) = WS-POST-TXN AND
                 WS-JRN-PROD(WS-JRN-SUB) = WS-POST-PROD AND
                 WS-JRN-REGION(WS-JRN-SUB) = WS-POST-REGION
                 MOVE WS-JRN-SUB TO WS-JRN-IDX
              END-IF
           END-PERFORM

           IF WS-JRN-IDX = 0
              IF WS-JRN-COUNT < WS-JRN-MAX
                 ADD 1 TO WS-JRN-COUNT
                 MOVE WS-JRN-COUNT   TO WS-JRN-IDX
                 MOVE WS-POST-TXN    TO WS-JRN-TXN(WS-JRN-IDX)
                 MOVE WS-POST-PROD   TO WS-JRN-PROD(WS-JRN-IDX)
                 MOVE WS-POST-REGION TO WS-JRN-REGION(WS-JRN-IDX)
                 MOVE 0 TO WS-JRN-ITEMS(WS-JRN-IDX)
                 MOVE 0 TO WS-JRN-AMOUNT(WS-JRN-IDX)
              ELSE
                 SET WS-JRN-CAP-HIT TO TRUE
              END-IF
           END-IF

           IF WS-JRN-IDX > 0
              ADD 1 TO WS-JRN-ITEMS(WS-JRN-IDX)
              ADD WS-POST-AMOUNT TO WS-JRN-AMOUNT(WS-JRN-IDX)
           END-IF.

      * Locate the staged item's transaction type in the type table
      *---------------------------------------------------------------
       2910-FIND-POST-TXN.
           MOVE 0 TO WS-TXN-IDX
           PERFORM VARYING WS-TXN-SUB FROM 1 BY 1
              UNTIL WS-TXN-SUB > WS-TXN-MAX
              IF WS-TXN-CODE(WS-TXN-SUB) = WS-POST-TXN
                 MOVE WS-TXN-SUB TO WS-TXN-IDX
              END-IF
           END-PERFORM.

      * Locate the current summary row's transaction type in the
      * type table
      *---------------------------------------------------------------
       2920-FIND-TXN-TYPE.
           MOVE WS-JRN-TXN(WS-JRN-SUB) TO WS-POST-TXN
           PERFORM 2910-FIND-POST-TXN.

      * Find the most specific GLMAP row for the current summary
      * row: an exact product scores 2, an exact region 1, a blank
      * matches anything and scores nothing. Ties go to the row
      * loaded first
      *---------------------------------------------------------------
       2950-FIND-MAPPING.
           MOVE 0 TO WS-MAP-IDX
           MOVE 0 TO WS-MAP-BEST
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
              UNTIL WS-MAP-SUB > WS-MAP-COUNT
              IF WS-MAP-TXN(WS-MAP-SUB) = WS-JRN-TXN(WS-JRN-SUB) AND
                 (WS-MAP-PROD(WS-MAP-SUB) = SPACES OR
                  WS-MAP-PROD(WS-MAP-SUB) = WS-JRN-PROD(WS-JRN-SUB))
                 AND
                 (WS-MAP-REGION(WS-MAP-SUB) = SPACES OR
                  WS-MAP-REGION(WS-MAP-SUB) =
                  WS-JRN-REGION(WS-JRN-SUB))
                 MOVE 1 TO WS-MAP-SCORE
                 IF WS-MAP-PROD(WS-MAP-SUB) NOT = SPACES
                    ADD 2 TO WS-MAP-SCORE
                 END-IF
                 IF WS-MAP-REGION(WS-MAP-SUB) NOT = SPACES
                    ADD 1 TO WS-MAP-SCORE
                 END-IF
                 IF WS-MAP-SCORE > WS-MAP-BEST
                    MOVE WS-MAP-SCORE TO WS-MAP-BEST
                    MOVE WS-MAP-SUB   TO WS-MAP-IDX
                 END-IF
              END-IF
           END-PERFORM.

      * Write the journal batch: header, one debit and one credit
      * line per summary row that maps to accounts, then the
      * control-total trailer
      *---------------------------------------------------------------
       3000-WRITE-JOURNAL.
           MOVE SPACES           TO GL-JRNL-HDR
           MOVE 'H'              TO JH-REC-TYPE
           MOVE WS-RUN-DATE      TO JH-BATCH-DATE
           MOVE WS-PERIOD        TO JH-PERIOD
           MOVE WS-SOURCE-RUN-ID TO JH-RUN-ID
           WRITE GL-JRNL-HDR

           MOVE WS-RUN-DATE      TO GLH-DATE
           MOVE WS-PERIOD        TO GLH-PERIOD
           MOVE WS-SOURCE-RUN-ID TO GLH-RUN-ID
           WRITE GL-RPT-LINE FROM WS-GL-HDR-1
           WRITE GL-RPT-LINE FROM WS-GL-DASHES
           MOVE 'JOURNAL LINES:' TO GL-RPT-LINE
           WRITE GL-RPT-LINE
           WRITE GL-RPT-LINE FROM WS-GL-COL-HDR

           PERFORM VARYING WS-JRN-SUB FROM 1 BY 1
              UNTIL WS-JRN-SUB > WS-JRN-COUNT
              PERFORM 3050-WRITE-ONE-SUMMARY
           END-PERFORM

           MOVE SPACES         TO GL-JRNL-TRL
           MOVE 'T'            TO JT-REC-TYPE
           MOVE WS-LINE-COUNT  TO JT-LINE-COUNT
           MOVE WS-DR-TOTAL    TO JT-DR-TOTAL
           MOVE WS-CR-TOTAL    TO JT-CR-TOTAL
           IF WS-DR-TOTAL = WS-CR-TOTAL
              MOVE 'Y' TO JT-BALANCED-SW
           ELSE
              MOVE 'N' TO JT-BALANCED-SW
           END-IF
           WRITE GL-JRNL-TRL.

      * Map one summary row to its accounts and write the balanced
      * pair, or list it as unmapped and leave it off the journal
      *---------------------------------------------------------------
       3050-WRITE-ONE-SUMMARY.
           PERFORM 2950-FIND-MAPPING
           PERFORM 2920-FIND-TXN-TYPE

           MOVE SPACES TO WS-GL-DET-LINE
           MOVE WS-JRN-TXN(WS-JRN-SUB)    TO GLD-TXN
           MOVE WS-JRN-PROD(WS-JRN-SUB)   TO GLD-PROD
           MOVE WS-JRN-REGION(WS-JRN-SUB) TO GLD-REGION
           MOVE WS-JRN-ITEMS(WS-JRN-SUB)  TO GLD-ITEMS
           MOVE WS-JRN-AMOUNT(WS-JRN-SUB) TO GLD-AMT

           IF WS-MAP-IDX = 0
              ADD 1 TO WS-UNMAP-COUNT
              ADD WS-JRN-AMOUNT(WS-JRN-SUB) TO WS-UNMAP-AMOUNT
              MOVE 'UNMAPPED' TO GLD-NOTE
           ELSE
              MOVE WS-MAP-DR-ACCT(WS-MAP-IDX) TO GLD-DR-ACCT
              MOVE WS-MAP-CR-ACCT(WS-MAP-IDX) TO GLD-CR-ACCT

              MOVE SPACES                     TO GL-JRNL-LINE
              MOVE 'D'                        TO JD-REC-TYPE
              MOVE WS-JRN-AMOUNT(WS-JRN-SUB)  TO JD-AMOUNT
              MOVE WS-JRN-TXN(WS-JRN-SUB)     TO JD-TXN-TYPE
              MOVE WS-JRN-PROD(WS-JRN-SUB)    TO JD-PROD-CODE
              MOVE WS-JRN-REGION(WS-JRN-SUB)  TO JD-REGION
              IF JD-TXN-TYPE = 'HOLD' OR JD-TXN-TYPE = 'SUSP'
                 MOVE 'Y' TO JD-REVERSE-SW
                 MOVE 'AUTO-REV' TO GLD-NOTE
              ELSE
                 MOVE 'N' TO JD-REVERSE-SW
              END-IF

              MOVE WS-MAP-DR-ACCT(WS-MAP-IDX) TO JD-ACCOUNT
              MOVE 'D'                        TO JD-DR-CR
              WRITE GL-JRNL-LINE
              ADD JD-AMOUNT TO WS-DR-TOTAL

              MOVE WS-MAP-CR-ACCT(WS-MAP-IDX) TO JD-ACCOUNT
              MOVE 'C'                        TO JD-DR-CR
              WRITE GL-JRNL-LINE
              ADD JD-AMOUNT TO WS-CR-TOTAL

              ADD 2 TO WS-LINE-COUNT
              IF WS-TXN-IDX > 0
                 ADD WS-JRN-AMOUNT(WS-JRN-SUB)
                    TO WS-TXN-JRN-AMT(WS-TXN-IDX)
              END-IF
           END-IF
           WRITE GL-RPT-LINE FROM WS-GL-DET-LINE.

      * Tie-out: each transaction type's source total against what
      * was journaled and the report figure it came from, the paid
      * claims against the bank files themselves, then the debit and
      * credit control totals
      *---------------------------------------------------------------
       3100-WRITE-TIE-OUT.
           WRITE GL-RPT-LINE FROM WS-GL-DASHES
           MOVE SPACES TO GL-RPT-LINE
           MOVE 'TIE-OUT TO SOURCE REPORTS:' TO GL-RPT-LINE
           WRITE GL-RPT-LINE
           WRITE GL-RPT-LINE FROM WS-TIE-COL-HDR

           PERFORM VARYING WS-TXN-SUB FROM 1 BY 1
              UNTIL WS-TXN-SUB > WS-TXN-MAX
              MOVE SPACES TO WS-TIE-LINE
              MOVE WS-TXN-CODE(WS-TXN-SUB)      TO TIE-TXN
              MOVE WS-TXN-TIE(WS-TXN-SUB)       TO TIE-FIGURE
              MOVE WS-TXN-SRC-COUNT(WS-TXN-SUB) TO TIE-ITEMS
              MOVE WS-TXN-SRC-AMT(WS-TXN-SUB)   TO TIE-SRC-AMT
              MOVE WS-TXN-JRN-AMT(WS-TXN-SUB)   TO TIE-JRN-AMT
              IF WS-TXN-SRC-AMT(WS-TXN-SUB) NOT =
                 WS-TXN-JRN-AMT(WS-TXN-SUB)
                 MOVE 'NOT TIED' TO TIE-NOTE
                 MOVE 'N' TO WS-TIE-SW
              END-IF
              WRITE GL-RPT-LINE FROM WS-TIE-LINE
              IF WS-TXN-CODE(WS-TXN-SUB) = 'SUSP'
                 MOVE SPACES TO WS-TIE-LINE
                 MOVE '  OF WHICH PAYRPT SIU SUSPENDED' TO TIE-FIGURE
                 MOVE WS-SIU-COUNT  TO TIE-ITEMS
                 MOVE WS-SIU-AMOUNT TO TIE-SRC-AMT
                 WRITE GL-RPT-LINE FROM WS-TIE-LINE
              END-IF
           END-PERFORM

           WRITE GL-RPT-LINE FROM WS-GL-DASHES
           MOVE SPACES TO GL-RPT-LINE
           MOVE 'PAID CLAIMS AGAINST THE BANK FILES:' TO GL-RPT-LINE
           WRITE GL-RPT-LINE

           MOVE SPACES TO WS-TIE-LINE
           MOVE 'PEFT'                TO TIE-TXN
           MOVE 'EFTFILE PAYMENTS + OFFSETS' TO TIE-FIGURE
           MOVE WS-EFT-COUNT          TO TIE-ITEMS
           COMPUTE WS-BANK-TIE-AMOUNT =
                   WS-EFT-AMOUNT + WS-OFF-EFT-AMOUNT
           MOVE WS-BANK-TIE-AMOUNT    TO TIE-SRC-AMT
           MOVE WS-TXN-SRC-AMT(1)     TO TIE-JRN-AMT
           IF WS-BANK-TIE-AMOUNT NOT = WS-TXN-SRC-AMT(1)
              MOVE 'NOT TIED' TO TIE-NOTE
              MOVE 'N' TO WS-TIE-SW
           END-IF
           WRITE GL-RPT-LINE FROM WS-TIE-LINE

           MOVE SPACES TO WS-TIE-LINE
           MOVE 'PCHQ'                TO TIE-TXN
           MOVE 'CHQFILE CHEQUES + OFFSETS' TO TIE-FIGURE
           MOVE WS-CHQ-COUNT          TO TIE-ITEMS
           COMPUTE WS-BANK-TIE-AMOUNT =
                   WS-CHQ-AMOUNT + WS-OFF-CHQ-AMOUNT
           MOVE WS-BANK-TIE-AMOUNT    TO TIE-SRC-AMT
           MOVE WS-TXN-SRC-AMT(2)     TO TIE-JRN-AMT
           IF WS-BANK-TIE-AMOUNT NOT = WS-TXN-SRC-AMT(2)
              MOVE 'NOT TIED' TO TIE-NOTE
              MOVE 'N' TO WS-TIE-SW
           END-IF
           WRITE GL-RPT-LINE FROM WS-TIE-LINE

           WRITE GL-RPT-LINE FROM WS-GL-DASHES

           MOVE SPACES TO WS-GL-TOT-LINE
           MOVE 'JOURNAL LINES WRITTEN:' TO GLT-LABEL
           MOVE WS-LINE-COUNT     TO GLT-COUNT
           WRITE GL-RPT-LINE FROM WS-GL-TOT-LINE

           MOVE SPACES TO WS-GL-TOT-LINE
           MOVE 'DEBIT CONTROL TOTAL:' TO GLT-LABEL
           MOVE 'AMOUNT:'         TO GLT-AMT-LABEL
           MOVE WS-DR-TOTAL       TO GLT-AMT
           WRITE GL-RPT-LINE FROM WS-GL-TOT-LINE

           MOVE SPACES TO WS-GL-TOT-LINE
           MOVE 'CREDIT CONTROL TOTAL:' TO GLT-LABEL
           MOVE 'AMOUNT:'         TO GLT-AMT-LABEL
           MOVE WS-CR-TOTAL       TO GLT-AMT
           WRITE GL-RPT-LINE FROM WS-GL-TOT-LINE

           MOVE SPACES TO WS-GL-TOT-LINE
           MOVE 'UNMAPPED SUMMARY ROWS:' TO GLT-LABEL
           MOVE WS-UNMAP-COUNT    TO GLT-COUNT
           MOVE 'AMOUNT:'         TO GLT-AMT-LABEL
           MOVE WS-UNMAP-AMOUNT   TO GLT-AMT
           WRITE GL-RPT-LINE FROM WS-GL-TOT-LINE

           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
              MOVE SPACES TO GL-RPT-LINE
              MOVE '  ** DEBITS DO NOT EQUAL CREDITS - BATCH MUST NOT'
                 TO GL-RPT-LINE
              WRITE GL-RPT-LINE
              MOVE SPACES TO GL-RPT-LINE
              MOVE '     BE RELEASED **' TO GL-RPT-LINE
              WRITE GL-RPT-LINE
           END-IF
           IF NOT WS-ALL-TIED OR WS-UNMAP-COUNT > 0
              MOVE SPACES TO GL-RPT-LINE
              MOVE '  ** JOURNAL DOES NOT TIE TO ITS SOURCES - ADD THE'
                 TO GL-RPT-LINE
              WRITE GL-RPT-LINE
              MOVE SPACES TO GL-RPT-LINE
              MOVE '     MISSING GLMAP ROWS AND RERUN BEFORE RELEASE **'
                 TO GL-RPT-LINE
              WRITE GL-RPT-LINE
           END-IF
           IF WS-MAP-CAP-HIT
              MOVE SPACES TO GL-RPT-LINE
              MOVE '  ** WARNING: OVER 500 GLMAP ROWS - EXTRAS WERE'
                 TO GL-RPT-LINE
              WRITE GL-RPT-LINE
              MOVE SPACES TO GL-RPT-LINE
              MOVE '     NOT LOADED **' TO GL-RPT-LINE
              WRITE GL-RPT-LINE
           END-IF
           IF WS-JRN-CAP-HIT
              MOVE SPACES TO GL-RPT-LINE
              MOVE '  ** WARNING: OVER 1000 SUMMARY ROWS - AMOUNTS'
                 TO GL-RPT-LINE
              WRITE GL-RPT-LINE
              MOVE SPACES TO GL-RPT-LINE
              MOVE '     BEYOND THEM WERE NOT JOURNALED **'
                 TO GL-RPT-LINE
              WRITE GL-RPT-LINE
           END-IF
           IF NOT WS-RUN-ID-FOUND
              MOVE SPACES TO GL-RPT-LINE
              MOVE '  ** WARNING: NO A7SPLIT RUN ID ON CYCCTL FOR THIS'
                 TO GL-RPT-LINE
              WRITE GL-RPT-LINE
              MOVE SPACES TO GL-RPT-LINE
              MOVE '     DATE - BATCH HEADER RUN ID IS BLANK **'
                 TO GL-RPT-LINE
              WRITE GL-RPT-LINE
           END-IF.

      * Close files
      *-----------------------------------------------------------------
       4000-CLOSE.
           CLOSE PAY-GL-IN
                 HOLDPAY-IN
                 SUSHOLD-IN
                 SIU-SUSP-IN
                 REISSUE-IN
                 EFT-IN
                 CHEQUE-IN
                 GL-JRNL-OUT
                 GL-RPT-OUT.

      *    Set the condition code the scheduler acts on: 8 when the
      *    batch must not be released - debits and credits differ, a
      *    summary row had no GLMAP accounts, or a transaction type
      *    or the paid claims do not tie to their source - 4 when the
      *    batch is sound but a table cap was hit or the source run
      *    id could not be found, 0 when clean
      *---------------------------------------------------------------
       4900-SET-CONDITION-CODE.
           EVALUATE TRUE
           WHEN WS-DR-TOTAL NOT = WS-CR-TOTAL
                OR WS-UNMAP-COUNT > 0 OR NOT WS-ALL-TIED
                MOVE 8 TO RETURN-CODE
           WHEN WS-MAP-CAP-HIT OR WS-JRN-CAP-HIT
                OR NOT WS-RUN-ID-FOUND
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM A7GLPOST.
