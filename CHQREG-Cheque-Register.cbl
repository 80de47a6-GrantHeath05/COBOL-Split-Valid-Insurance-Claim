       IDENTIFICATION DIVISION.
       PROGRAM-ID. A7CHQREG.

      *-----------------------------------------------------------------
      * AUTHOR:  GRANT HEATH
      * PURPOSE: MAINTAIN THE PERMANENT CHEQUE REGISTER (CHQREG),
      *          KEYED BY CHEQUE NUMBER, SO AN OUTSTANDING CHEQUE IS
      *          TRACKED FROM THE DAY A7PAYX PRINTS IT UNTIL THE BANK
      *          PAYS IT OR IT GOES STALE. EACH RUN:
      *          - LOADS EVERY CHEQUE ON TODAY'S CHQFILE (PAYEE,
      *            POLICY, AMOUNT, ISSUE DATE) AND SENDS IT TO THE
      *            BANK ON THE POSPAY POSITIVE-PAY ISSUE FILE;
      *          - APPLIES THE BANK'S CHQPAID PAID-CHEQUE FILE,
      *            MARKING EACH CHEQUE CLEARED AND LISTING ANY WHERE
      *            THE PAID AMOUNT DIFFERS FROM THE ISSUED AMOUNT, OR
      *            THE CHEQUE WAS NEVER ISSUED, ALREADY PAID OR VOID;
      *          - VOIDS EVERY CHEQUE STILL OUTSTANDING PAST THE
      *            STALE DATE ON CHQPARM (180 DAYS STANDARD), TELLS
      *            THE BANK ON POSPAY, AND SENDS THE PAYMENT BACK FOR
      *            REISSUE ON CHQREISS (PAY-DETAIL LAYOUT, LIKE THE
      *            A7PAYR REISSUE FILE IT IS CONCATENATED WITH) - OR,
      *            WHEN THE PAYEE HAS ALREADY LET AN EARLIER CHEQUE
      *            GO STALE, TO THE UNCLAIM UNCLAIMED-FUNDS LIST;
      *          - ROLLS THE OUTSTANDING BALANCE FORWARD FROM THE
      *            CHQRCTL CONTROL (OPENING + ISSUED - CLEARED -
      *            VOIDED) AND PROVES IT AGAINST THE REGISTER ITSELF.
      *          ON THE LAST DAY OF THE MONTH, OR WHEN CHQPARM ASKS,
      *          CHQRPT ALSO LISTS EVERY OUTSTANDING CHEQUE SO THE
      *          BALANCE CAN BE TIED TO THE BANK STATEMENT.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CHQ-PARM-IN   ASSIGN TO CHQPARM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT CHEQUE-IN     ASSIGN TO CHQFILE
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CHQFILE-STATUS.
           SELECT PAID-IN       ASSIGN TO CHQPAID
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PAID-STATUS.
           SELECT CHQ-REGISTER  ASSIGN TO CHQREG
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CR-CHQ-NUMBER
                                FILE STATUS IS WS-REG-STATUS.
           SELECT REG-CTL-FILE  ASSIGN TO CHQRCTL
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CTL-STATUS.
           SELECT POSPAY-OUT    ASSIGN TO POSPAY
                                ORGANIZATION IS SEQUENTIAL.
           SELECT REISSUE-OUT   ASSIGN TO CHQREISS
                                ORGANIZATION IS SEQUENTIAL.
           SELECT UNCLAIM-OUT   ASSIGN TO UNCLAIM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-UNCLAIM-STATUS.
           SELECT CHQ-RPT-OUT   ASSIGN TO CHQRPT
                                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * REGISTER PARAMETERS - STALE-DATE AGE IN DAYS, AND 'Y' TO
      * FORCE THE OUTSTANDING LISTING ON A DAY THAT IS NOT MONTH END
      *-----------------------------------------------------------------
       FD  CHQ-PARM-IN.
       01 CHQ-PARM-REC.
          05 CP-STALE-DAYS       PIC 9(03).
          05 CP-LIST-SW          PIC X(01).

      * TODAY'S CHEQUE-PRINT FILE (LAYOUT OWNED BY A7PAYX)
      *-----------------------------------------------------------------
       FD  CHEQUE-IN.
       COPY CHQDREC.

      * BANK PAID-CHEQUE FILE - ONE RECORD PER CHEQUE THE BANK HONOURED
      *-----------------------------------------------------------------
       FD  PAID-IN.
       01 PAID-REC.
          05 PD-CHQ-NUMBER       PIC 9(08).
          05 PD-AMOUNT           PIC 9(07)V99.
          05 PD-PAID-DATE        PIC X(08).

      * PERMANENT CHEQUE REGISTER
      *-----------------------------------------------------------------
       FD  CHQ-REGISTER.
       COPY CHQRREC.

      * REGISTER CONTROL - THE OUTSTANDING COUNT AND AMOUNT AS OF THE
      * LAST RUN, THE OPENING FIGURE FOR THE NEXT ROLL-FORWARD.
      * REWRITTEN IN PLACE EACH RUN
      *-----------------------------------------------------------------
       FD  REG-CTL-FILE.
       01 REG-CTL-REC.
          05 RC-RUN-DATE         PIC X(08).
          05 RC-OUT-COUNT        PIC 9(07).
          05 RC-OUT-AMOUNT       PIC 9(11)V99.

      * POSITIVE-PAY FILE FOR THE BANK - 'I' ISSUE AND 'V' VOID
      * DETAILS, THEN A 'T' TRAILER CARRYING THE COUNT AND AMOUNT OF
      * EACH SO THE BANK CAN PROVE THE FILE ARRIVED WHOLE
      *-----------------------------------------------------------------
       FD  POSPAY-OUT.
       01 POSPAY-REC.
          05 PP-REC-TYPE         PIC X(01).
          05 PP-CHQ-NUMBER       PIC 9(08).
          05 PP-AMOUNT           PIC 9(07)V99.
          05 PP-ISSUE-DATE       PIC X(08).
          05 PP-PAYEE-NAME       PIC X(20).

       01 POSPAY-TRL-REC.
          05 PPT-REC-TYPE        PIC X(01).
          05 PPT-ISSUE-COUNT     PIC 9(07).
          05 PPT-ISSUE-AMOUNT    PIC 9(11)V99.
          05 PPT-VOID-COUNT      PIC 9(07).
          05 PPT-VOID-AMOUNT     PIC 9(11)V99.
          05 FILLER              PIC X(05).

      * STALE-DATED PAYMENTS FOR REISSUE, IN THE PAY-DETAIL LAYOUT
      *-----------------------------------------------------------------
       FD  REISSUE-OUT.
       01 REISSUE-REC           PIC X(40).

      * UNCLAIMED-FUNDS LIST - CUMULATIVE, APPENDED TO EACH RUN
      *-----------------------------------------------------------------
       FD  UNCLAIM-OUT.
       01 UNCLAIM-REC.
          05 UC-CHQ-NUMBER       PIC 9(08).
          05 UC-POLICY-NUMBER    PIC X(10).
          05 UC-PAYEE-NAME       PIC X(20).
          05 UC-AMOUNT           PIC 9(07)V99.
          05 UC-ISSUE-DATE       PIC X(08).
          05 UC-VOID-DATE        PIC X(08).

       FD  CHQ-RPT-OUT.
       01 CHQ-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

      * FLAGS AND FILE STATUS
      *-----------------------------------------------------------------
       01 WS-FLAGS.
          05 WS-FILE-EOF        PIC X             VALUE 'N'.
             88 FILE-EOF-YES                      VALUE 'Y'.
          05 WS-PAID-EOF        PIC X             VALUE 'N'.
             88 PAID-EOF-YES                      VALUE 'Y'.
          05 WS-PAID-OPEN-SW    PIC X             VALUE 'N'.
             88 WS-PAID-OPENED                    VALUE 'Y'.
          05 WS-REG-EOF         PIC X             VALUE 'N'.
             88 REG-EOF-YES                       VALUE 'Y'.
          05 WS-CTL-SEEN-SW     PIC X             VALUE 'N'.
             88 WS-CTL-SEEN                       VALUE 'Y'.
          05 WS-LIST-SW         PIC X             VALUE 'N'.
             88 WS-LIST-OUTSTANDING               VALUE 'Y'.
          05 WS-PRIOR-VOID-SW   PIC X             VALUE 'N'.
             88 WS-PRIOR-VOID-FOUND               VALUE 'Y'.
          05 WS-VOIDP-CAP-SW    PIC X             VALUE 'N'.
             88 WS-VOIDP-CAP-HIT                  VALUE 'Y'.
          05 WS-CTL-FAIL-SW     PIC X             VALUE 'N'.
             88 WS-CTL-FAILED                     VALUE 'Y'.

       01 WS-PARM-STATUS        PIC X(02)         VALUE '00'.
       01 WS-CHQFILE-STATUS     PIC X(02)         VALUE '00'.
       01 WS-PAID-STATUS        PIC X(02)         VALUE '00'.
       01 WS-REG-STATUS         PIC X(02)         VALUE '00'.
       01 WS-CTL-STATUS         PIC X(02)         VALUE '00'.
       01 WS-UNCLAIM-STATUS     PIC X(02)         VALUE '00'.

      * REGISTER PARAMETERS - STANDARD VALUES, OVERRIDDEN BY CHQPARM
      *-----------------------------------------------------------------
       01 WS-STALE-DAYS         PIC 9(03)         VALUE 180.

      * DATE WORK FIELDS
      *-----------------------------------------------------------------
       01 WS-RUN-DATE           PIC X(08)         VALUE SPACES.
       01 WS-RUN-DATE-NUM       PIC 9(08)         VALUE 0.
       01 WS-RUN-DAY            PIC 9(07)         VALUE 0.
       01 WS-DATE-NUM           PIC 9(08)         VALUE 0.
       01 WS-CHQ-AGE            PIC 9(05)         VALUE 0.
       01 WS-NEXT-DATE          PIC 9(08)         VALUE 0.
       01 WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
          05 FILLER             PIC X(06).
          05 WS-NEXT-DAY-OF-MO  PIC X(02).

      * VOIDED-PAYEE TABLE - EVERY POLICY WITH A STALE-DATED CHEQUE
      * SEEN SO FAR IN THE REGISTER SWEEP. THE SWEEP RUNS IN CHEQUE
      * NUMBER ORDER, WHICH IS ISSUE ORDER, SO A POLICY IS ON THE
      * TABLE BEFORE ANY LATER CHEQUE OF ITS GOES STALE. WHEN THE
      * TABLE IS FULL A STALE CHEQUE DEFAULTS TO REISSUE
      *-----------------------------------------------------------------
       01 WS-VOIDP-MAX          PIC 9(05)         VALUE 5000.
       01 WS-VOIDP-COUNT        PIC 9(05)         VALUE 0.
       01 WS-VOIDP-SUB          PIC 9(05)         VALUE 0.

       01 WS-VOIDP-TABLE.
          05 WS-VOIDP-POLICY    PIC X(10)         OCCURS 5000 TIMES.

      * REISSUE RECORD (PAY-DETAIL LAYOUT, OWNED BY A7PAYX)
      *-----------------------------------------------------------------
       01 WS-REISSUE-DETAIL.
          05 RIS-REC-TYPE       PIC X(01)         VALUE 'D'.
          05 RIS-PAYEE-NAME     PIC X(20).
          05 RIS-POLICY-NUMBER  PIC X(10).
          05 RIS-AMOUNT         PIC 9(07)V99.

      * RUN TOTALS. THE ROLL-FORWARD IS OPENING + ISSUED - CLEARED -
      * VOIDED = EXPECTED CLOSING, PROVED AGAINST THE OUTSTANDING
      * CHEQUES ACTUALLY FOUND ON THE REGISTER. CLEARED CHEQUES COME
      * OFF AT THEIR ISSUED AMOUNT; WHAT THE BANK PAID IS SHOWN
      * SEPARATELY
      *-----------------------------------------------------------------
       01 WS-REG-TOTALS.
          05 WS-OPEN-COUNT      PIC 9(07)         VALUE 0.
          05 WS-OPEN-AMOUNT     PIC 9(11)V99      VALUE 0.
          05 WS-ISSUE-COUNT     PIC 9(07)         VALUE 0.
          05 WS-ISSUE-AMOUNT    PIC 9(11)V99      VALUE 0.
          05 WS-CLEAR-COUNT     PIC 9(07)         VALUE 0.
          05 WS-CLEAR-AMOUNT    PIC 9(11)V99      VALUE 0.
          05 WS-CLEAR-PAID-AMT  PIC 9(11)V99      VALUE 0.
          05 WS-VOID-COUNT      PIC 9(07)         VALUE 0.
          05 WS-VOID-AMOUNT     PIC 9(11)V99      VALUE 0.
          05 WS-REISS-COUNT     PIC 9(07)         VALUE 0.
          05 WS-REISS-AMOUNT    PIC 9(11)V99      VALUE 0.
          05 WS-UNCLM-COUNT     PIC 9(07)         VALUE 0.
          05 WS-UNCLM-AMOUNT    PIC 9(11)V99      VALUE 0.
          05 WS-EXPECT-COUNT    PIC 9(07)         VALUE 0.
          05 WS-EXPECT-AMOUNT   PIC 9(11)V99      VALUE 0.
          05 WS-OUT-COUNT       PIC 9(07)         VALUE 0.
          05 WS-OUT-AMOUNT      PIC 9(11)V99      VALUE 0.

      * EXCEPTION COUNTS
      *-----------------------------------------------------------------
       01 WS-EXCEPT-TOTALS.
          05 WS-DUPLOAD-COUNT   PIC 9(05)         VALUE 0.
          05 WS-MISMATCH-COUNT  PIC 9(05)         VALUE 0.
          05 WS-NOTREG-COUNT    PIC 9(05)         VALUE 0.
          05 WS-PAIDTWICE-COUNT PIC 9(05)         VALUE 0.
          05 WS-PAIDVOID-COUNT  PIC 9(05)         VALUE 0.

      * REPORT FORMATTING
      *-----------------------------------------------------------------
       01 WS-CHQ-HDR-1.
          05 FILLER             PIC X(38)         VALUE
             '          CHEQUE REGISTER - RUN DATE'.
          05 FILLER             PIC X(01)         VALUE SPACE.
          05 CHH-DATE           PIC X(08).

       01 WS-CHQ-DASHES         PIC X(105)        VALUE ALL '-'.

       01 WS-CHQ-COL-HDR.
          05 FILLER             PIC X(10)         VALUE 'CHEQUE #'.
          05 FILLER             PIC X(12)         VALUE 'POLICY #'.
          05 FILLER             PIC X(22)         VALUE 'PAYEE'.
          05 FILLER             PIC X(10)         VALUE 'ISSUED'.
          05 FILLER             PIC X(17)         VALUE
             '         AMOUNT'.
          05 FILLER             PIC X(17)         VALUE
             '      BANK PAID'.
          05 FILLER             PIC X(12)         VALUE 'RESULT'.
          05 FILLER             PIC X(05)         VALUE ' DAYS'.

       01 WS-CHQ-DET-LINE.
          05 CRD-CHQ-NUMBER     PIC 9(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 CRD-POLICY         PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 CRD-PAYEE          PIC X(20).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 CRD-ISSUE-DATE     PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 CRD-AMT            PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 CRD-PAID-AMT       PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 CRD-RESULT         PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 CRD-DAYS           PIC ZZZZ9.

       01 WS-CHQ-TOT-LINE.
          05 CRT-LABEL          PIC X(30).
          05 CRT-COUNT          PIC ZZZZZZ9.
          05 FILLER             PIC X(05)         VALUE SPACES.
          05 CRT-AMT-LABEL      PIC X(10).
          05 CRT-AMT            PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      * Main
      *---------------------------------------------------------------
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CHEQUES UNTIL FILE-EOF-YES
           PERFORM 2500-APPLY-PAID-CHEQUES UNTIL PAID-EOF-YES
           PERFORM 3000-SWEEP-REGISTER
           PERFORM 3200-WRITE-POSPAY-TRAILER
           PERFORM 3300-WRITE-TOTALS
           PERFORM 3400-REWRITE-CONTROL
           IF WS-LIST-OUTSTANDING
              PERFORM 3500-LIST-OUTSTANDING
           END-IF
           PERFORM 4000-CLOSE
           PERFORM 4900-SET-CONDITION-CODE
           GOBACK.

      * Open files. CHQFILE is a hard requirement - A7PAYX writes it
      * every run, even empty, so a missing file means the register
      * would silently miss a day's cheques. The bank's CHQPAID file
      * is optional: no file simply means nothing cleared today.
      * The register itself is created on its first run
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)

           PERFORM 1050-LOAD-PARAMETERS
           PERFORM 1060-LOAD-CONTROL

           OPEN INPUT CHEQUE-IN
           IF WS-CHQFILE-STATUS NOT = '00'
              DISPLAY 'A7CHQREG-F: OPEN FAILED FILE=CHQFILE STATUS='
                      WS-CHQFILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PAID-IN
           IF WS-PAID-STATUS = '00'
              SET WS-PAID-OPENED TO TRUE
           ELSE
              DISPLAY 'A7CHQREG: NO CHQPAID FROM THE BANK, STATUS='
                      WS-PAID-STATUS
              SET PAID-EOF-YES TO TRUE
           END-IF

           OPEN I-O CHQ-REGISTER
           IF WS-REG-STATUS = '35'
              OPEN OUTPUT CHQ-REGISTER
              CLOSE CHQ-REGISTER
              OPEN I-O CHQ-REGISTER
           END-IF
           IF WS-REG-STATUS NOT = '00'
              DISPLAY 'A7CHQREG-F: OPEN FAILED FILE=CHQREG STATUS='
                      WS-REG-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN EXTEND UNCLAIM-OUT
           IF WS-UNCLAIM-STATUS = '35'
              OPEN OUTPUT UNCLAIM-OUT
           END-IF
           IF WS-UNCLAIM-STATUS NOT = '00'
              DISPLAY 'A7CHQREG-F: OPEN FAILED FILE=UNCLAIM STATUS='
                      WS-UNCLAIM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT POSPAY-OUT REISSUE-OUT CHQ-RPT-OUT

      *    THE OUTSTANDING LISTING RUNS ON THE LAST DAY OF THE MONTH
      *    (TOMORROW IS THE 1ST) OR WHEN CHQPARM FORCES IT
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAY + 1)
           IF WS-NEXT-DAY-OF-MO = '01'
              SET WS-LIST-OUTSTANDING TO TRUE
           END-IF

           MOVE WS-RUN-DATE TO CHH-DATE
           WRITE CHQ-RPT-LINE FROM WS-CHQ-HDR-1
           WRITE CHQ-RPT-LINE FROM WS-CHQ-DASHES
           WRITE CHQ-RPT-LINE FROM WS-CHQ-COL-HDR
           WRITE CHQ-RPT-LINE FROM WS-CHQ-DASHES
           MOVE SPACES TO CHQ-RPT-LINE
           MOVE 'EXCEPTIONS AND VOIDS:' TO CHQ-RPT-LINE
           WRITE CHQ-RPT-LINE.

      * Load the register parameters. No CHQPARM means the standard
      * 180-day stale date stands. A stale age that is not digits,
      * or is zero, stops the run - it would void every cheque on
      * the register
      *---------------------------------------------------------------
       1050-LOAD-PARAMETERS.
           OPEN INPUT CHQ-PARM-IN
           IF WS-PARM-STATUS NOT = '00'
              DISPLAY 'A7CHQREG: NO CHQPARM, STANDARD STALE DATE IN '
                      'FORCE STATUS=' WS-PARM-STATUS
           ELSE
              READ CHQ-PARM-IN
              AT END
                 DISPLAY 'A7CHQREG: CHQPARM IS EMPTY, STANDARD STALE '
                         'DATE IN FORCE'
              NOT AT END
                 IF CP-STALE-DAYS IS NOT NUMERIC OR CP-STALE-DAYS = 0
                    DISPLAY 'A7CHQREG-F: CHQPARM STALE DAYS INVALID '
                            'FILE=CHQPARM'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE CP-STALE-DAYS TO WS-STALE-DAYS
                 IF CP-LIST-SW = 'Y'
                    SET WS-LIST-OUTSTANDING TO TRUE
                 END-IF
              END-READ
              CLOSE CHQ-PARM-IN
           END-IF.

      * Pick up the opening outstanding balance from the register
      * control. With no control (the register's first run) the
      * opening balance is zero
      *---------------------------------------------------------------
       1060-LOAD-CONTROL.
           OPEN INPUT REG-CTL-FILE
           IF WS-CTL-STATUS NOT = '00'
              DISPLAY 'A7CHQREG: NO CHQRCTL, OPENING BALANCE TAKEN AS '
                      'ZERO STATUS=' WS-CTL-STATUS
           ELSE
              READ REG-CTL-FILE
              AT END
                 DISPLAY 'A7CHQREG: CHQRCTL IS EMPTY, OPENING BALANCE '
                         'TAKEN AS ZERO'
              NOT AT END
                 SET WS-CTL-SEEN TO TRUE
                 MOVE RC-OUT-COUNT  TO WS-OPEN-COUNT
                 MOVE RC-OUT-AMOUNT TO WS-OPEN-AMOUNT
              END-READ
              CLOSE REG-CTL-FILE
           END-IF.

      * Read one cheque off today's CHQFILE and load it
      *---------------------------------------------------------------
       2000-LOAD-CHEQUES.
           READ CHEQUE-IN
           AT END
              SET FILE-EOF-YES TO TRUE
           NOT AT END
              PERFORM 2100-LOAD-ONE-CHEQUE
           END-READ.

      * File one printed cheque on the register as outstanding and
      * send it to the bank as a positive-pay issue. A cheque number
      * already on the register is never overwritten - it is either
      * a CHQFILE loaded twice or a numbering fault, and both need a
      * person to look at them
      *---------------------------------------------------------------
       2100-LOAD-ONE-CHEQUE.
           MOVE CHQ-NUMBER        TO CR-CHQ-NUMBER
           MOVE CHQ-POLICY-NUMBER TO CR-POLICY-NUMBER
           MOVE CHQ-PAYEE-NAME    TO CR-PAYEE-NAME
           MOVE CHQ-AMOUNT        TO CR-AMOUNT
           MOVE CHQ-ISSUE-DATE    TO CR-ISSUE-DATE
           MOVE 'O'               TO CR-STATUS
           MOVE SPACES            TO CR-STATUS-DATE
           MOVE 0                 TO CR-PAID-AMOUNT
           MOVE SPACE             TO CR-VOID-ACTION
           MOVE WS-RUN-DATE       TO CR-LOAD-DATE
           WRITE CHQ-REG-REC
           INVALID KEY
              PERFORM 2150-LIST-DUPLICATE-CHEQUE
           NOT INVALID KEY
              ADD 1 TO WS-ISSUE-COUNT
              ADD CHQ-AMOUNT TO WS-ISSUE-AMOUNT
              MOVE 'I'            TO PP-REC-TYPE
              MOVE CHQ-NUMBER     TO PP-CHQ-NUMBER
              MOVE CHQ-AMOUNT     TO PP-AMOUNT
              MOVE CHQ-ISSUE-DATE TO PP-ISSUE-DATE
              MOVE CHQ-PAYEE-NAME TO PP-PAYEE-NAME
              WRITE POSPAY-REC
           END-WRITE.

      * List one CHQFILE cheque whose number is already registered
      *---------------------------------------------------------------
       2150-LIST-DUPLICATE-CHEQUE.
           ADD 1 TO WS-DUPLOAD-COUNT
           MOVE SPACES TO WS-CHQ-DET-LINE
           MOVE CHQ-NUMBER        TO CRD-CHQ-NUMBER
           MOVE CHQ-POLICY-NUMBER TO CRD-POLICY
           MOVE CHQ-PAYEE-NAME    TO CRD-PAYEE
           MOVE CHQ-ISSUE-DATE    TO CRD-ISSUE-DATE
           MOVE CHQ-AMOUNT        TO CRD-AMT
           MOVE 'ALREADY ON'      TO CRD-RESULT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-DET-LINE.

      * Read one paid cheque off the bank's file and apply it
      *---------------------------------------------------------------
       2500-APPLY-PAID-CHEQUES.
           READ PAID-IN
           AT END
              SET PAID-EOF-YES TO TRUE
           NOT AT END
              PERFORM 2600-APPLY-ONE-PAID
           END-READ.

      * Mark one outstanding cheque cleared. A paid amount that
      * differs from the issued amount still clears the cheque - the
      * bank has honoured it and it is no longer outstanding - but it
      * is listed for recovery. A cheque the register never issued,
      * one already cleared, or one already voided is listed and left
      * as it was
      *---------------------------------------------------------------
       2600-APPLY-ONE-PAID.
           MOVE PD-CHQ-NUMBER TO CR-CHQ-NUMBER
           MOVE SPACES TO WS-CHQ-DET-LINE
           MOVE PD-CHQ-NUMBER TO CRD-CHQ-NUMBER
           MOVE PD-AMOUNT     TO CRD-PAID-AMT
           READ CHQ-REGISTER
           INVALID KEY
              MOVE SPACE TO CR-STATUS
           END-READ

           IF CR-STATUS NOT = SPACE
              MOVE CR-POLICY-NUMBER TO CRD-POLICY
              MOVE CR-PAYEE-NAME    TO CRD-PAYEE
              MOVE CR-ISSUE-DATE    TO CRD-ISSUE-DATE
              MOVE CR-AMOUNT        TO CRD-AMT
           END-IF
           EVALUATE TRUE
           WHEN CR-STATUS = SPACE
                ADD 1 TO WS-NOTREG-COUNT
                MOVE 'NOT ISSUED' TO CRD-RESULT
                WRITE CHQ-RPT-LINE FROM WS-CHQ-DET-LINE
           WHEN CR-OUTSTANDING
                MOVE 'C'          TO CR-STATUS
                MOVE PD-PAID-DATE TO CR-STATUS-DATE
                MOVE PD-AMOUNT    TO CR-PAID-AMOUNT
                REWRITE CHQ-REG-REC
                ADD 1 TO WS-CLEAR-COUNT
                ADD CR-AMOUNT TO WS-CLEAR-AMOUNT
                ADD PD-AMOUNT TO WS-CLEAR-PAID-AMT
                IF PD-AMOUNT NOT = CR-AMOUNT
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'AMT DIFF' TO CRD-RESULT
                   WRITE CHQ-RPT-LINE FROM WS-CHQ-DET-LINE
                END-IF
           WHEN CR-CLEARED
                ADD 1 TO WS-PAIDTWICE-COUNT
                MOVE 'PAID TWICE' TO CRD-RESULT
                WRITE CHQ-RPT-LINE FROM WS-CHQ-DET-LINE
           WHEN OTHER
                ADD 1 TO WS-PAIDVOID-COUNT
                MOVE 'PAID VOID' TO CRD-RESULT
                WRITE CHQ-RPT-LINE FROM WS-CHQ-DET-LINE
           END-EVALUATE.

      * Walk the whole register front to back: void what has gone
      * stale and total what is still outstanding for the proof
      *---------------------------------------------------------------
       3000-SWEEP-REGISTER.
           MOVE 'N' TO WS-REG-EOF
           MOVE LOW-VALUES TO CR-CHQ-NUMBER
           START CHQ-REGISTER KEY NOT < CR-CHQ-NUMBER
           INVALID KEY
              SET REG-EOF-YES TO TRUE
           END-START
           PERFORM 3050-CHECK-ONE-CHEQUE UNTIL REG-EOF-YES.

      * Check one register row. An earlier void puts its payee on
      * the voided-payee table; an outstanding cheque older than the
      * stale date is voided; anything else still outstanding counts
      * toward the closing balance
      *---------------------------------------------------------------
       3050-CHECK-ONE-CHEQUE.
           READ CHQ-REGISTER NEXT RECORD
           AT END
              SET REG-EOF-YES TO TRUE
           NOT AT END
              EVALUATE TRUE
              WHEN CR-VOIDED
                   PERFORM 3150-NOTE-VOIDED-PAYEE
              WHEN CR-OUTSTANDING
                   PERFORM 3060-AGE-CHEQUE
                   IF WS-CHQ-AGE > WS-STALE-DAYS
                      PERFORM 3100-VOID-STALE-CHEQUE
                   ELSE
                      ADD 1 TO WS-OUT-COUNT
                      ADD CR-AMOUNT TO WS-OUT-AMOUNT
                   END-IF
              END-EVALUATE
           END-READ.

      * Days since the register row's issue date. An issue date that
      * is not a date ages as zero - it can never go stale on its own
      *---------------------------------------------------------------
       3060-AGE-CHEQUE.
           MOVE 0 TO WS-CHQ-AGE
           IF CR-ISSUE-DATE IS NUMERIC
              MOVE CR-ISSUE-DATE TO WS-DATE-NUM
              IF WS-DATE-NUM < WS-RUN-DATE-NUM
                 COMPUTE WS-CHQ-AGE = WS-RUN-DAY -
                         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              END-IF
           END-IF.

      * Void one stale-dated cheque: tell the bank on positive pay,
      * then send the payment back for reissue - unless this payee
      * already let an earlier cheque go stale, in which case a new
      * cheque would only go stale too and the funds go to the
      * unclaimed-funds list instead
      *---------------------------------------------------------------
       3100-VOID-STALE-CHEQUE.
           MOVE 'N' TO WS-PRIOR-VOID-SW
           PERFORM VARYING WS-VOIDP-SUB FROM 1 BY 1
              UNTIL WS-VOIDP-SUB > WS-VOIDP-COUNT
              IF CR-POLICY-NUMBER = WS-VOIDP-POLICY(WS-VOIDP-SUB)
                 SET WS-PRIOR-VOID-FOUND TO TRUE
              END-IF
           END-PERFORM

           MOVE 'V'         TO CR-STATUS
           MOVE WS-RUN-DATE TO CR-STATUS-DATE
           IF WS-PRIOR-VOID-FOUND
              MOVE 'U' TO CR-VOID-ACTION
           ELSE
              MOVE 'R' TO CR-VOID-ACTION
           END-IF
           REWRITE CHQ-REG-REC
           ADD 1 TO WS-VOID-COUNT
           ADD CR-AMOUNT TO WS-VOID-AMOUNT

           MOVE 'V'           TO PP-REC-TYPE
           MOVE CR-CHQ-NUMBER TO PP-CHQ-NUMBER
           MOVE CR-AMOUNT     TO PP-AMOUNT
           MOVE CR-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE CR-PAYEE-NAME TO PP-PAYEE-NAME
           WRITE POSPAY-REC

           MOVE SPACES TO WS-CHQ-DET-LINE
           MOVE CR-CHQ-NUMBER    TO CRD-CHQ-NUMBER
           MOVE CR-POLICY-NUMBER TO CRD-POLICY
           MOVE CR-PAYEE-NAME    TO CRD-PAYEE
           MOVE CR-ISSUE-DATE    TO CRD-ISSUE-DATE
           MOVE CR-AMOUNT        TO CRD-AMT
           MOVE WS-CHQ-AGE       TO CRD-DAYS

           IF CR-VOID-UNCLAIMED
              MOVE CR-CHQ-NUMBER    TO UC-CHQ-NUMBER
              MOVE CR-POLICY-NUMBER TO UC-POLICY-NUMBER
              MOVE CR-PAYEE-NAME    TO UC-PAYEE-NAME
              MOVE CR-AMOUNT        TO UC-AMOUNT
              MOVE CR-ISSUE-DATE    TO UC-ISSUE-DATE
              MOVE WS-RUN-DATE      TO UC-VOID-DATE
              WRITE UNCLAIM-REC
              ADD 1 TO WS-UNCLM-COUNT
              ADD CR-AMOUNT TO WS-UNCLM-AMOUNT
              MOVE 'UNCLAIMED' TO CRD-RESULT
           ELSE
              MOVE 'D'              TO RIS-REC-TYPE
              MOVE CR-PAYEE-NAME    TO RIS-PAYEE-NAME
              MOVE CR-POLICY-NUMBER TO RIS-POLICY-NUMBER
              MOVE CR-AMOUNT        TO RIS-AMOUNT
              WRITE REISSUE-REC FROM WS-REISSUE-DETAIL
              ADD 1 TO WS-REISS-COUNT
              ADD CR-AMOUNT TO WS-REISS-AMOUNT
              MOVE 'STALE REIS' TO CRD-RESULT
           END-IF
           WRITE CHQ-RPT-LINE FROM WS-CHQ-DET-LINE

           PERFORM 3150-NOTE-VOIDED-PAYEE.

      * Put the register row's payee on the voided-payee table if it
      * is not there already
      *---------------------------------------------------------------
       3150-NOTE-VOIDED-PAYEE.
           MOVE 'N' TO WS-PRIOR-VOID-SW
           PERFORM VARYING WS-VOIDP-SUB FROM 1 BY 1
              UNTIL WS-VOIDP-SUB > WS-VOIDP-COUNT
              IF CR-POLICY-NUMBER = WS-VOIDP-POLICY(WS-VOIDP-SUB)
                 SET WS-PRIOR-VOID-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF NOT WS-PRIOR-VOID-FOUND
              IF WS-VOIDP-COUNT < WS-VOIDP-MAX
                 ADD 1 TO WS-VOIDP-COUNT
                 MOVE CR-POLICY-NUMBER
                    TO WS-VOIDP-POLICY(WS-VOIDP-COUNT)
              ELSE
                 SET WS-VOIDP-CAP-HIT TO TRUE
              END-IF
           END-IF.

      * Positive-pay trailer: issue and void counts and amounts
      *---------------------------------------------------------------
       3200-WRITE-POSPAY-TRAILER.
           MOVE SPACES          TO POSPAY-TRL-REC
           MOVE 'T'             TO PPT-REC-TYPE
           MOVE WS-ISSUE-COUNT  TO PPT-ISSUE-COUNT
           MOVE WS-ISSUE-AMOUNT TO PPT-ISSUE-AMOUNT
           MOVE WS-VOID-COUNT   TO PPT-VOID-COUNT
           MOVE WS-VOID-AMOUNT  TO PPT-VOID-AMOUNT
           WRITE POSPAY-TRL-REC.

      * Register totals and the outstanding-balance proof: the
      * opening balance rolled forward by today's activity must
      * equal what the sweep actually found outstanding
      *---------------------------------------------------------------
       3300-WRITE-TOTALS.
           IF WS-DUPLOAD-COUNT = 0 AND WS-MISMATCH-COUNT = 0 AND
              WS-NOTREG-COUNT = 0 AND WS-PAIDTWICE-COUNT = 0 AND
              WS-PAIDVOID-COUNT = 0 AND WS-VOID-COUNT = 0
              MOVE SPACES TO CHQ-RPT-LINE
              MOVE '  NONE' TO CHQ-RPT-LINE
              WRITE CHQ-RPT-LINE
           END-IF

           COMPUTE WS-EXPECT-COUNT = WS-OPEN-COUNT + WS-ISSUE-COUNT
                   - WS-CLEAR-COUNT - WS-VOID-COUNT
           COMPUTE WS-EXPECT-AMOUNT = WS-OPEN-AMOUNT + WS-ISSUE-AMOUNT
                   - WS-CLEAR-AMOUNT - WS-VOID-AMOUNT

           WRITE CHQ-RPT-LINE FROM WS-CHQ-DASHES
           MOVE SPACES TO CHQ-RPT-LINE
           MOVE 'OUTSTANDING CHEQUE ROLL-FORWARD:' TO CHQ-RPT-LINE
           WRITE CHQ-RPT-LINE

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE '  OPENING OUTSTANDING:' TO CRT-LABEL
           MOVE WS-OPEN-COUNT       TO CRT-COUNT
           MOVE 'AMOUNT:'           TO CRT-AMT-LABEL
           MOVE WS-OPEN-AMOUNT      TO CRT-AMT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE '  + ISSUED TODAY:'     TO CRT-LABEL
           MOVE WS-ISSUE-COUNT      TO CRT-COUNT
           MOVE 'AMOUNT:'           TO CRT-AMT-LABEL
           MOVE WS-ISSUE-AMOUNT     TO CRT-AMT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE '  - CLEARED (AS ISSUED):' TO CRT-LABEL
           MOVE WS-CLEAR-COUNT      TO CRT-COUNT
           MOVE 'AMOUNT:'           TO CRT-AMT-LABEL
           MOVE WS-CLEAR-AMOUNT     TO CRT-AMT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE '  - VOIDED STALE:'     TO CRT-LABEL
           MOVE WS-VOID-COUNT       TO CRT-COUNT
           MOVE 'AMOUNT:'           TO CRT-AMT-LABEL
           MOVE WS-VOID-AMOUNT      TO CRT-AMT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE '  = EXPECTED CLOSING:' TO CRT-LABEL
           MOVE WS-EXPECT-COUNT     TO CRT-COUNT
           MOVE 'AMOUNT:'           TO CRT-AMT-LABEL
           MOVE WS-EXPECT-AMOUNT    TO CRT-AMT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE '  OUTSTANDING ON REGISTER:' TO CRT-LABEL
           MOVE WS-OUT-COUNT        TO CRT-COUNT
           MOVE 'AMOUNT:'           TO CRT-AMT-LABEL
           MOVE WS-OUT-AMOUNT       TO CRT-AMT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           IF WS-EXPECT-COUNT NOT = WS-OUT-COUNT OR
              WS-EXPECT-AMOUNT NOT = WS-OUT-AMOUNT
              MOVE SPACES TO CHQ-RPT-LINE
              MOVE '  ** REGISTER OUT OF BALANCE - OUTSTANDING DOES'
                 TO CHQ-RPT-LINE
              WRITE CHQ-RPT-LINE
              MOVE SPACES TO CHQ-RPT-LINE
              MOVE '     NOT ROLL FORWARD FROM THE LAST RUN **'
                 TO CHQ-RPT-LINE
              WRITE CHQ-RPT-LINE
           END-IF

           WRITE CHQ-RPT-LINE FROM WS-CHQ-DASHES

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE 'BANK PAID ON CLEARED:'  TO CRT-LABEL
           MOVE WS-CLEAR-COUNT      TO CRT-COUNT
           MOVE 'AMOUNT:'           TO CRT-AMT-LABEL
           MOVE WS-CLEAR-PAID-AMT   TO CRT-AMT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE 'STALE - SENT FOR REISSUE:' TO CRT-LABEL
           MOVE WS-REISS-COUNT      TO CRT-COUNT
           MOVE 'AMOUNT:'           TO CRT-AMT-LABEL
           MOVE WS-REISS-AMOUNT     TO CRT-AMT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE 'STALE - TO UNCLAIMED FUNDS:' TO CRT-LABEL
           MOVE WS-UNCLM-COUNT      TO CRT-COUNT
           MOVE 'AMOUNT:'           TO CRT-AMT-LABEL
           MOVE WS-UNCLM-AMOUNT     TO CRT-AMT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE 'PAID AMOUNT MISMATCHES:' TO CRT-LABEL
           MOVE WS-MISMATCH-COUNT   TO CRT-COUNT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE 'PAID - NOT ON REGISTER:' TO CRT-LABEL
           MOVE WS-NOTREG-COUNT     TO CRT-COUNT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE 'PAID - ALREADY CLEARED:' TO CRT-LABEL
           MOVE WS-PAIDTWICE-COUNT  TO CRT-COUNT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE 'PAID - ALREADY VOID:' TO CRT-LABEL
           MOVE WS-PAIDVOID-COUNT   TO CRT-COUNT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE

           IF WS-DUPLOAD-COUNT > 0
              MOVE SPACES TO WS-CHQ-TOT-LINE
              MOVE 'CHEQUES ALREADY ON REGISTER:' TO CRT-LABEL
              MOVE WS-DUPLOAD-COUNT  TO CRT-COUNT
              WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE
           END-IF

           IF WS-VOIDP-CAP-HIT
              MOVE SPACES TO CHQ-RPT-LINE
              MOVE '  ** WARNING: OVER 5000 VOIDED PAYEES - SOME STALE'
                 TO CHQ-RPT-LINE
              WRITE CHQ-RPT-LINE
              MOVE SPACES TO CHQ-RPT-LINE
              MOVE '     CHEQUES MAY HAVE GONE TO REISSUE WRONGLY **'
                 TO CHQ-RPT-LINE
              WRITE CHQ-RPT-LINE
           END-IF.

      * Carry today's outstanding balance forward on CHQRCTL as the
      * next run's opening figure. The figure carried is what the
      * register actually holds, so one bad day is reported once
      * rather than on every run after it
      *---------------------------------------------------------------
       3400-REWRITE-CONTROL.
           OPEN OUTPUT REG-CTL-FILE
           IF WS-CTL-STATUS NOT = '00'
              DISPLAY 'A7CHQREG-W: OPEN FAILED FILE=CHQRCTL STATUS='
                      WS-CTL-STATUS
              SET WS-CTL-FAILED TO TRUE
           ELSE
              MOVE WS-RUN-DATE   TO RC-RUN-DATE
              MOVE WS-OUT-COUNT  TO RC-OUT-COUNT
              MOVE WS-OUT-AMOUNT TO RC-OUT-AMOUNT
              WRITE REG-CTL-REC
              CLOSE REG-CTL-FILE
           END-IF.

      * Month-end outstanding listing - every cheque still
      * outstanding after today's voids, with its age, totalling to
      * the closing balance above
      *---------------------------------------------------------------
       3500-LIST-OUTSTANDING.
           WRITE CHQ-RPT-LINE FROM WS-CHQ-DASHES
           MOVE SPACES TO CHQ-RPT-LINE
           MOVE 'OUTSTANDING CHEQUE LIST:' TO CHQ-RPT-LINE
           WRITE CHQ-RPT-LINE
           WRITE CHQ-RPT-LINE FROM WS-CHQ-COL-HDR

           MOVE 'N' TO WS-REG-EOF
           MOVE LOW-VALUES TO CR-CHQ-NUMBER
           START CHQ-REGISTER KEY NOT < CR-CHQ-NUMBER
           INVALID KEY
              SET REG-EOF-YES TO TRUE
           END-START
           PERFORM 3550-LIST-ONE-CHEQUE UNTIL REG-EOF-YES

           MOVE SPACES TO WS-CHQ-TOT-LINE
           MOVE 'TOTAL OUTSTANDING:'  TO CRT-LABEL
           MOVE WS-OUT-COUNT        TO CRT-COUNT
           MOVE 'AMOUNT:'           TO CRT-AMT-LABEL
           MOVE WS-OUT-AMOUNT       TO CRT-AMT
           WRITE CHQ-RPT-LINE FROM WS-CHQ-TOT-LINE.

      * List one register row if it is still outstanding
      *---------------------------------------------------------------
       3550-LIST-ONE-CHEQUE.
           READ CHQ-REGISTER NEXT RECORD
           AT END
              SET REG-EOF-YES TO TRUE
           NOT AT END
              IF CR-OUTSTANDING
                 PERFORM 3060-AGE-CHEQUE
                 MOVE SPACES TO WS-CHQ-DET-LINE
                 MOVE CR-CHQ-NUMBER    TO CRD-CHQ-NUMBER
                 MOVE CR-POLICY-NUMBER TO CRD-POLICY
                 MOVE CR-PAYEE-NAME    TO CRD-PAYEE
                 MOVE CR-ISSUE-DATE    TO CRD-ISSUE-DATE
                 MOVE CR-AMOUNT        TO CRD-AMT
                 MOVE 'OUTSTAND'       TO CRD-RESULT
                 MOVE WS-CHQ-AGE       TO CRD-DAYS
                 WRITE CHQ-RPT-LINE FROM WS-CHQ-DET-LINE
              END-IF
           END-READ.

      * Close files
      *-----------------------------------------------------------------
       4000-CLOSE.
           IF WS-PAID-OPENED
              CLOSE PAID-IN
           END-IF
           CLOSE CHEQUE-IN
                 CHQ-REGISTER
                 POSPAY-OUT
                 REISSUE-OUT
                 UNCLAIM-OUT
                 CHQ-RPT-OUT.

      *    Set the condition code the scheduler acts on: 8 when the
      *    outstanding balance does not roll forward or its control
      *    could not be rewritten (the bank tie-out cannot be
      *    trusted), 4 when any cheque was listed as an exception or
      *    the voided-payee table filled, 0 when clean. Stale voids
      *    are ordinary business and do not raise the code
      *---------------------------------------------------------------
       4900-SET-CONDITION-CODE.
           EVALUATE TRUE
           WHEN WS-EXPECT-COUNT NOT = WS-OUT-COUNT
                OR WS-EXPECT-AMOUNT NOT = WS-OUT-AMOUNT
                OR WS-CTL-FAILED
                MOVE 8 TO RETURN-CODE
           WHEN WS-DUPLOAD-COUNT > 0 OR WS-MISMATCH-COUNT > 0
                OR WS-NOTREG-COUNT > 0 OR WS-PAIDTWICE-COUNT > 0
                OR WS-PAIDVOID-COUNT > 0 OR WS-VOIDP-CAP-HIT
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM A7CHQREG.
