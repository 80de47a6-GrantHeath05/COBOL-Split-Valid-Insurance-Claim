       IDENTIFICATION DIVISION.
       PROGRAM-ID. A7PBMNT.

      *-----------------------------------------------------------------
      * AUTHOR:  GRANT HEATH
      * PURPOSE: MAINTAIN THE PAYBANK PAYEE BANKING MASTER UNDER
      *          MAKER-CHECKER CONTROL. PBTRAN CARRIES TWO KINDS OF
      *          TRANSACTION, EACH WITH THE USER ID OF WHOEVER KEYED
      *          IT: A MAKER'S ADD, CHANGE OR DELETE OF ONE POLICY'S
      *          BANKING ROW (TRANSIT, ACCOUNT, PAYMENT METHOD), WHICH
      *          IS EDITED AND PARKED ON THE PBPEND PENDING FILE - ONE
      *          PENDING CHANGE PER POLICY - AND A CHECKER'S V=VERIFY
      *          OR R=REJECT OF THAT PENDING CHANGE. ONLY A VERIFY BY
      *          A DIFFERENT USER, WHO MUST BE AN ACTIVE ROW ON THE
      *          APPROVER MASTER, APPLIES THE CHANGE; A MAKER MAY
      *          WITHDRAW (REJECT) THEIR OWN. EVERY ENTRY, VERIFY AND
      *          REJECT IS APPENDED TO THE CUMULATIVE PBLOG CHANGE LOG
      *          WITH BEFORE AND AFTER IMAGES OF THE ROW, THE MAKER AND
      *          CHECKER IDS AND A TIMESTAMP; A7PAYX READS PBLOG TO
      *          HOLD ANY PAYEE WHOSE ACCOUNT OR METHOD CHANGED INSIDE
      *          ITS COOLING-OFF WINDOW. THE UPDATED MASTER IS WRITTEN
      *          AS A NEW GENERATION ON PAYBKO, WHICH THE SCHEDULER
      *          SWAPS IN AS PAYBANK BEFORE THE NEXT A7PAYX, THE SAME
      *          WAY A7RECYC'S REJTRKO REPLACES REJTRACK. THE PBMRPT
      *          REGISTER LISTS EVERY TRANSACTION WITH ITS RESULT AND
      *          EVERY CHANGE STILL AWAITING A CHECKER. RUNS WHENEVER
      *          BANKING CHANGES ARE KEYED, AHEAD OF A7PAYX.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PB-TRAN-IN    ASSIGN TO PBTRAN
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-TRAN-STATUS.
           SELECT APPROVER-IN   ASSIGN TO APPROVER
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-APPR-STATUS.
           SELECT PAYBANK-IN    ASSIGN TO PAYBANK
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PAYBANK-STATUS.
           SELECT PAYBANK-OUT   ASSIGN TO PAYBKO
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PAYBKO-STATUS.
           SELECT PB-PEND-FILE  ASSIGN TO PBPEND
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS PP-POLICY-NUMBER
                                FILE STATUS IS WS-PEND-STATUS.
           SELECT PB-LOG-OUT    ASSIGN TO PBLOG
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-LOG-STATUS.
           SELECT PB-RPT-OUT    ASSIGN TO PBMRPT
                                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * BANKING TRANSACTIONS - A=ADD, C=CHANGE (FULL REPLACEMENT OF
      * TRANSIT, ACCOUNT AND METHOD), D=DELETE (ONLY THE POLICY IS
      * USED) FROM A MAKER; V=VERIFY, R=REJECT (ONLY THE POLICY IS
      * USED) FROM A CHECKER
      *-----------------------------------------------------------------
       FD  PB-TRAN-IN.
       01 PB-TRAN-REC.
          05 PT-ACTION           PIC X(01).
          05 PT-POLICY-NUMBER    PIC X(10).
          05 PT-TRANSIT          PIC X(08).
          05 PT-ACCOUNT          PIC X(12).
          05 PT-METHOD           PIC X(01).
          05 PT-USER-ID          PIC X(08).

      * APPROVER MASTER (LAYOUT OWNED BY A7SUSRL) - A CHECKER MUST BE
      * AN ACTIVE APPROVER; THE DOLLAR AUTHORITY PLAYS NO PART HERE
      *-----------------------------------------------------------------
       FD  APPROVER-IN.
       01 APPROVER-REC.
          05 AP-ID               PIC X(08).
          05 AP-LIMIT            PIC 9(07)V99.
          05 AP-ACTIVE           PIC X(01).

      * PAYEE BANKING MASTER, CURRENT AND NEXT GENERATION (LAYOUT
      * OWNED HERE, READ BY A7PAYX)
      *-----------------------------------------------------------------
       FD  PAYBANK-IN.
       01 PAYBANK-REC.
          05 PB-POLICY-NUMBER   PIC X(10).
          05 PB-TRANSIT         PIC X(08).
          05 PB-ACCOUNT         PIC X(12).
          05 PB-METHOD          PIC X(01).

       FD  PAYBANK-OUT.
       01 PAYBANK-OUT-REC       PIC X(31).

      * CHANGES ENTERED BUT NOT YET VERIFIED OR REJECTED, CARRIED
      * FROM RUN TO RUN
      *-----------------------------------------------------------------
       FD  PB-PEND-FILE.
       01 PB-PEND-REC.
          05 PP-POLICY-NUMBER    PIC X(10).
          05 PP-ACTION           PIC X(01).
          05 PP-TRANSIT          PIC X(08).
          05 PP-ACCOUNT          PIC X(12).
          05 PP-METHOD           PIC X(01).
          05 PP-MAKER-ID         PIC X(08).
          05 PP-ENTER-STAMP      PIC X(14).

      * CUMULATIVE CHANGE LOG (LAYOUT OWNED HERE, READ BY A7PAYX)
      *-----------------------------------------------------------------
       FD  PB-LOG-OUT.
       COPY PBLOGREC.

       FD  PB-RPT-OUT.
       01 PB-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

      * FLAGS AND FILE STATUS
      *-----------------------------------------------------------------
       01 WS-FLAGS.
          05 WS-TRAN-EOF        PIC X             VALUE 'N'.
             88 TRAN-EOF-YES                      VALUE 'Y'.
          05 WS-TRAN-OPEN-SW    PIC X             VALUE 'N'.
             88 WS-TRAN-OPENED                    VALUE 'Y'.
          05 WS-BANK-EOF        PIC X             VALUE 'N'.
             88 BANK-EOF-YES                      VALUE 'Y'.
          05 WS-APPR-EOF        PIC X             VALUE 'N'.
             88 APPR-EOF-YES                      VALUE 'Y'.
          05 WS-PEND-EOF        PIC X             VALUE 'N'.
             88 PEND-EOF-YES                      VALUE 'Y'.
          05 WS-TRAN-OK-SW      PIC X             VALUE 'Y'.
             88 WS-TRAN-OK                        VALUE 'Y'.
          05 WS-PENDING-SW      PIC X             VALUE 'N'.
             88 WS-PENDING                        VALUE 'Y'.
          05 WS-ACTIVE-APPR-SW  PIC X             VALUE 'N'.
             88 WS-ACTIVE-APPROVER                VALUE 'Y'.

       01 WS-TRAN-STATUS        PIC X(02)         VALUE '00'.
       01 WS-APPR-STATUS        PIC X(02)         VALUE '00'.
       01 WS-PAYBANK-STATUS     PIC X(02)         VALUE '00'.
       01 WS-PAYBKO-STATUS      PIC X(02)         VALUE '00'.
       01 WS-PEND-STATUS        PIC X(02)         VALUE '00'.
       01 WS-LOG-STATUS         PIC X(02)         VALUE '00'.

       01 WS-STAMP              PIC X(14)         VALUE SPACES.
       01 WS-TRAN-RESULT        PIC X(30)         VALUE SPACES.

      * PAYEE BANKING TABLE - THE WHOLE MASTER, LOADED, CHANGED IN
      * PLACE AND WRITTEN BACK OUT. A DELETED ROW IS FLAGGED, NOT
      * REMOVED, SO SUBSCRIPTS STAY PUT FOR THE REST OF THE RUN. THE
      * TABLE IS THE SAME SIZE AS A7PAYX'S: A MASTER THAT WILL NOT
      * FIT CANNOT BE REWRITTEN WITHOUT LOSING ROWS, SO IT STOPS THE
      * RUN
      *-----------------------------------------------------------------
       01 WS-BANK-MAX           PIC 9(05)         VALUE 5000.
       01 WS-BANK-COUNT         PIC 9(05)         VALUE 0.
       01 WS-BANK-SUB           PIC 9(05)         VALUE 0.
       01 WS-BANK-IDX           PIC 9(05)         VALUE 0.

       01 WS-BANK-TABLE.
          05 WS-BANK-ENTRY OCCURS 5000 TIMES.
             10 WS-BANK-ROW.
                15 WS-BANK-POLICY  PIC X(10).
                15 WS-BANK-TRANSIT PIC X(08).
                15 WS-BANK-ACCOUNT PIC X(12).
                15 WS-BANK-METHOD  PIC X(01).
             10 WS-BANK-DEL-SW  PIC X(01).
                88 WS-BANK-DELETED                VALUE 'Y'.

      * APPROVER MASTER TABLE
      *-----------------------------------------------------------------
       01 WS-APPR-MAX           PIC 9(03)         VALUE 100.
       01 WS-APPR-COUNT         PIC 9(03)         VALUE 0.
       01 WS-APPR-SUB           PIC 9(03)         VALUE 0.
       01 WS-APPR-CAP-SW        PIC X(01)         VALUE 'N'.
          88 WS-APPR-CAP-HIT                      VALUE 'Y'.

       01 WS-APPROVERS.
          05 WS-APPR-ENTRY OCCURS 100 TIMES.
             10 WS-APPR-ID      PIC X(08).
             10 WS-APPR-ACTIVE  PIC X(01).

      * RUN TOTALS
      *-----------------------------------------------------------------
       01 WS-PBM-TOTALS.
          05 WS-READ-COUNT      PIC 9(07)         VALUE 0.
          05 WS-ENTERED-COUNT   PIC 9(07)         VALUE 0.
          05 WS-VERIFIED-COUNT  PIC 9(07)         VALUE 0.
          05 WS-REJECTED-COUNT  PIC 9(07)         VALUE 0.
          05 WS-ERROR-COUNT     PIC 9(07)         VALUE 0.
          05 WS-PENDING-COUNT   PIC 9(07)         VALUE 0.
          05 WS-WRITTEN-COUNT   PIC 9(07)         VALUE 0.

      * REPORT FORMATTING
      *-----------------------------------------------------------------
       01 WS-PBM-HDR-1          PIC X(80)         VALUE
             '          PAYEE BANKING MAINTENANCE REGISTER'.

       01 WS-PBM-DASHES         PIC X(90)         VALUE ALL '-'.

       01 WS-PBM-COL-HDR.
          05 FILLER             PIC X(12)         VALUE 'POLICY #'.
          05 FILLER             PIC X(05)         VALUE 'TRN'.
          05 FILLER             PIC X(10)         VALUE 'TRANSIT'.
          05 FILLER             PIC X(14)         VALUE 'ACCOUNT'.
          05 FILLER             PIC X(05)         VALUE 'MTH'.
          05 FILLER             PIC X(10)         VALUE 'USER'.
          05 FILLER             PIC X(30)         VALUE 'RESULT'.

       01 WS-PBM-DET-LINE.
          05 PBL-POLICY         PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 PBL-ACTION         PIC X(01).
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 PBL-TRANSIT        PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 PBL-ACCOUNT        PIC X(12).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 PBL-METHOD         PIC X(01).
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 PBL-USER           PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 PBL-RESULT         PIC X(30).

       01 WS-PEND-HDR           PIC X(80)         VALUE
             'CHANGES AWAITING A CHECKER:'.

       01 WS-PEND-COL-HDR.
          05 FILLER             PIC X(12)         VALUE 'POLICY #'.
          05 FILLER             PIC X(05)         VALUE 'TRN'.
          05 FILLER             PIC X(10)         VALUE 'TRANSIT'.
          05 FILLER             PIC X(14)         VALUE 'ACCOUNT'.
          05 FILLER             PIC X(05)         VALUE 'MTH'.
          05 FILLER             PIC X(10)         VALUE 'MAKER'.
          05 FILLER             PIC X(14)         VALUE 'ENTERED'.

       01 WS-PEND-LINE.
          05 PDL-POLICY         PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 PDL-ACTION         PIC X(01).
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 PDL-TRANSIT        PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 PDL-ACCOUNT        PIC X(12).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 PDL-METHOD         PIC X(01).
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 PDL-MAKER          PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 PDL-STAMP          PIC X(14).

       01 WS-PBM-TOT-LINE.
          05 PBT-LABEL          PIC X(30).
          05 PBT-COUNT          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      * Main
      *---------------------------------------------------------------
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANSACTION UNTIL TRAN-EOF-YES
           PERFORM 3000-WRITE-NEW-MASTER
           PERFORM 3100-LIST-PENDING
           PERFORM 3200-WRITE-TOTALS
           PERFORM 4000-CLOSE
           PERFORM 4900-SET-CONDITION-CODE
           GOBACK.

      * Open files and load the master and approvers. A missing
      * PBTRAN is a run with nothing keyed, which still rewrites the
      * master and lists the pending changes. A missing PAYBANK is
      * the initial load; a missing PBPEND or PBLOG is created empty
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP

           OPEN INPUT PB-TRAN-IN
           IF WS-TRAN-STATUS = '00'
              SET WS-TRAN-OPENED TO TRUE
           ELSE
              DISPLAY 'A7PBMNT: NO BANKING TRANSACTIONS TODAY STATUS='
                      WS-TRAN-STATUS
              SET TRAN-EOF-YES TO TRUE
           END-IF

           PERFORM 1050-LOAD-APPROVERS
           PERFORM 1060-LOAD-BANKING-MASTER

           OPEN I-O PB-PEND-FILE
           IF WS-PEND-STATUS = '35'
              OPEN OUTPUT PB-PEND-FILE
              CLOSE PB-PEND-FILE
              OPEN I-O PB-PEND-FILE
           END-IF
           IF WS-PEND-STATUS NOT = '00'
              DISPLAY 'A7PBMNT-F: OPEN FAILED FILE=PBPEND STATUS='
                      WS-PEND-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN EXTEND PB-LOG-OUT
           IF WS-LOG-STATUS = '35'
              OPEN OUTPUT PB-LOG-OUT
           END-IF
           IF WS-LOG-STATUS NOT = '00'
              DISPLAY 'A7PBMNT-F: OPEN FAILED FILE=PBLOG STATUS='
                      WS-LOG-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PB-RPT-OUT
           WRITE PB-RPT-LINE FROM WS-PBM-HDR-1
           WRITE PB-RPT-LINE FROM WS-PBM-DASHES
           WRITE PB-RPT-LINE FROM WS-PBM-COL-HDR

           IF WS-TRAN-OPENED
              PERFORM 2900-READ-TRANSACTION
           END-IF.

      * Load the approver master. Like A7SUSRL, a file that cannot
      * be opened stops the run - a checker id nobody can vouch for
      * is no check at all
      *---------------------------------------------------------------
       1050-LOAD-APPROVERS.
           OPEN INPUT APPROVER-IN
           IF WS-APPR-STATUS NOT = '00'
              DISPLAY 'A7PBMNT-F: OPEN FAILED FILE=APPROVER STATUS='
                      WS-APPR-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL APPR-EOF-YES
                   READ APPROVER-IN
                   AT END
                      SET APPR-EOF-YES TO TRUE
                   NOT AT END
                      IF WS-APPR-COUNT < WS-APPR-MAX
                         ADD 1 TO WS-APPR-COUNT
                         MOVE AP-ID
                            TO WS-APPR-ID(WS-APPR-COUNT)
                         MOVE AP-ACTIVE
                            TO WS-APPR-ACTIVE(WS-APPR-COUNT)
                      ELSE
                         SET WS-APPR-CAP-HIT TO TRUE
                      END-IF
                   END-READ
           END-PERFORM

           CLOSE APPROVER-IN.

      * Load the current banking master into the table. Only a
      * missing PAYBANK (status 35) is an initial load; any other
      * open failure is fatal - an empty PAYBKO swapped in would
      * wipe every payee's banking
      *---------------------------------------------------------------
       1060-LOAD-BANKING-MASTER.
           OPEN INPUT PAYBANK-IN
           IF WS-PAYBANK-STATUS NOT = '00' AND
              WS-PAYBANK-STATUS NOT = '35'
              DISPLAY 'A7PBMNT-F: OPEN FAILED FILE=PAYBANK STATUS='
                      WS-PAYBANK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-PAYBANK-STATUS = '35'
              DISPLAY 'A7PBMNT: NO PAYBANK, STARTING AN EMPTY MASTER '
                      'STATUS=' WS-PAYBANK-STATUS
           ELSE
              PERFORM UNTIL BANK-EOF-YES
                      READ PAYBANK-IN
                      AT END
                         SET BANK-EOF-YES TO TRUE
                      NOT AT END
                         IF WS-BANK-COUNT < WS-BANK-MAX
                            ADD 1 TO WS-BANK-COUNT
                            MOVE PAYBANK-REC
                               TO WS-BANK-ROW(WS-BANK-COUNT)
                            MOVE 'N'
                               TO WS-BANK-DEL-SW(WS-BANK-COUNT)
                         ELSE
                            DISPLAY 'A7PBMNT-F: OVER ' WS-BANK-MAX
                                    ' ROWS FILE=PAYBANK - MASTER NOT '
                                    'REWRITTEN'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PAYBANK-IN
           END-IF.

      * Apply one transaction and print its register line. Maker
      * actions park a pending change; checker actions resolve one
      *---------------------------------------------------------------
       2000-APPLY-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           SET WS-TRAN-OK TO TRUE
           MOVE SPACES TO WS-TRAN-RESULT

           PERFORM 2050-FIND-BANKING-ROW
           PERFORM 2060-READ-PENDING

           EVALUATE TRUE
           WHEN PT-POLICY-NUMBER = SPACES
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'MISSING POLICY NUMBER' TO WS-TRAN-RESULT
           WHEN PT-USER-ID = SPACES
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'MISSING USER ID' TO WS-TRAN-RESULT
           WHEN PT-ACTION = 'A' OR PT-ACTION = 'C' OR PT-ACTION = 'D'
                PERFORM 2100-ENTER-CHANGE
           WHEN PT-ACTION = 'V'
                PERFORM 2200-VERIFY-CHANGE
           WHEN PT-ACTION = 'R'
                PERFORM 2300-REJECT-CHANGE
           WHEN OTHER
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'UNKNOWN TRANSACTION CODE' TO WS-TRAN-RESULT
           END-EVALUATE

           IF NOT WS-TRAN-OK
              ADD 1 TO WS-ERROR-COUNT
           END-IF

           MOVE SPACES TO WS-PBM-DET-LINE
           MOVE PT-POLICY-NUMBER TO PBL-POLICY
           MOVE PT-ACTION        TO PBL-ACTION
           MOVE PT-TRANSIT       TO PBL-TRANSIT
           MOVE PT-ACCOUNT       TO PBL-ACCOUNT
           MOVE PT-METHOD        TO PBL-METHOD
           MOVE PT-USER-ID       TO PBL-USER
           MOVE WS-TRAN-RESULT   TO PBL-RESULT
           WRITE PB-RPT-LINE FROM WS-PBM-DET-LINE

           PERFORM 2900-READ-TRANSACTION.

      * Find the live (not deleted) banking row for the policy on
      * the transaction; WS-BANK-IDX is zero when there is none
      *---------------------------------------------------------------
       2050-FIND-BANKING-ROW.
           MOVE 0 TO WS-BANK-IDX
           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
              UNTIL WS-BANK-SUB > WS-BANK-COUNT
              IF WS-BANK-IDX = 0 AND
                 NOT WS-BANK-DELETED(WS-BANK-SUB) AND
                 WS-BANK-POLICY(WS-BANK-SUB) = PT-POLICY-NUMBER
                 MOVE WS-BANK-SUB TO WS-BANK-IDX
              END-IF
           END-PERFORM.

      * Is a change already pending for the policy? On a hit the
      * pending record is left in PB-PEND-REC
      *---------------------------------------------------------------
       2060-READ-PENDING.
           MOVE 'N' TO WS-PENDING-SW
           MOVE PT-POLICY-NUMBER TO PP-POLICY-NUMBER
           READ PB-PEND-FILE
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              SET WS-PENDING TO TRUE
           END-READ.

      * A maker's add, change or delete. It is edited against the
      * master as it stands now, parked on PBPEND and logged as
      * entered; nothing reaches PAYBANK until a checker verifies it
      *---------------------------------------------------------------
       2100-ENTER-CHANGE.
           EVALUATE TRUE
           WHEN WS-PENDING
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'A CHANGE IS ALREADY PENDING' TO WS-TRAN-RESULT
           WHEN PT-ACTION = 'A' AND WS-BANK-IDX > 0
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'ADD - PAYEE ALREADY ON FILE' TO WS-TRAN-RESULT
           WHEN PT-ACTION NOT = 'A' AND WS-BANK-IDX = 0
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'PAYEE NOT ON FILE' TO WS-TRAN-RESULT
           WHEN PT-ACTION = 'D'
                CONTINUE
           WHEN PT-METHOD NOT = 'E' AND PT-METHOD NOT = 'C'
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'UNKNOWN PAYMENT METHOD' TO WS-TRAN-RESULT
           WHEN PT-METHOD = 'E' AND
                (PT-TRANSIT IS NOT NUMERIC OR PT-ACCOUNT = SPACES)
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'EFT NEEDS TRANSIT AND ACCOUNT' TO WS-TRAN-RESULT
           WHEN PT-ACTION = 'C' AND
                PT-TRANSIT = WS-BANK-TRANSIT(WS-BANK-IDX) AND
                PT-ACCOUNT = WS-BANK-ACCOUNT(WS-BANK-IDX) AND
                PT-METHOD  = WS-BANK-METHOD(WS-BANK-IDX)
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'CHANGE - NOTHING CHANGED' TO WS-TRAN-RESULT
           END-EVALUATE

           IF WS-TRAN-OK
              MOVE PT-POLICY-NUMBER TO PP-POLICY-NUMBER
              MOVE PT-ACTION        TO PP-ACTION
              MOVE PT-USER-ID       TO PP-MAKER-ID
              MOVE WS-STAMP         TO PP-ENTER-STAMP
              IF PT-ACTION = 'D'
                 MOVE SPACES TO PP-TRANSIT PP-ACCOUNT PP-METHOD
              ELSE
                 MOVE PT-TRANSIT TO PP-TRANSIT
                 MOVE PT-ACCOUNT TO PP-ACCOUNT
                 MOVE PT-METHOD  TO PP-METHOD
              END-IF
              WRITE PB-PEND-REC
              INVALID KEY
                 MOVE 'N' TO WS-TRAN-OK-SW
                 MOVE 'PENDING WRITE FAILED' TO WS-TRAN-RESULT
              NOT INVALID KEY
                 ADD 1 TO WS-ENTERED-COUNT
                 MOVE 'ENTERED - AWAITING CHECKER' TO WS-TRAN-RESULT
                 MOVE 'E' TO PL-EVENT
                 MOVE SPACES TO PL-CHECKER-ID
                 PERFORM 2800-WRITE-LOG
              END-WRITE
           END-IF.

      * A checker's verify. The checker must be an active approver
      * and must not be the maker. The change is re-edited against
      * the master as it stands now - it may have moved since entry
      * - then applied and logged with both user ids
      *---------------------------------------------------------------
       2200-VERIFY-CHANGE.
           PERFORM 2250-CHECK-APPROVER
           EVALUATE TRUE
           WHEN NOT WS-PENDING
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'NO PENDING CHANGE' TO WS-TRAN-RESULT
           WHEN PT-USER-ID = PP-MAKER-ID
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'MAKER CANNOT VERIFY OWN CHANGE' TO WS-TRAN-RESULT
           WHEN NOT WS-ACTIVE-APPROVER
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'CHECKER NOT AN ACTIVE APPROVER' TO WS-TRAN-RESULT
           WHEN PP-ACTION = 'A' AND WS-BANK-IDX > 0
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'ADD - PAYEE ALREADY ON FILE' TO WS-TRAN-RESULT
           WHEN PP-ACTION NOT = 'A' AND WS-BANK-IDX = 0
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'PAYEE NOT ON FILE' TO WS-TRAN-RESULT
           WHEN PP-ACTION = 'A' AND WS-BANK-COUNT NOT < WS-BANK-MAX
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'PAYBANK TABLE FULL' TO WS-TRAN-RESULT
           END-EVALUATE

           IF WS-TRAN-OK
              MOVE 'V'         TO PL-EVENT
              MOVE PT-USER-ID  TO PL-CHECKER-ID
              MOVE PP-TRANSIT  TO PT-TRANSIT
              MOVE PP-ACCOUNT  TO PT-ACCOUNT
              MOVE PP-METHOD   TO PT-METHOD
              MOVE PP-ACTION   TO PT-ACTION
              PERFORM 2800-WRITE-LOG
              PERFORM 2270-APPLY-TO-MASTER
              DELETE PB-PEND-FILE
              INVALID KEY
                 DISPLAY 'A7PBMNT-W: PENDING DELETE FAILED POLICY='
                         PP-POLICY-NUMBER ' STATUS=' WS-PEND-STATUS
              END-DELETE
              ADD 1 TO WS-VERIFIED-COUNT
              MOVE 'VERIFIED AND APPLIED' TO WS-TRAN-RESULT
              MOVE 'V' TO PT-ACTION
           END-IF.

      * Is the user on the transaction an active approver?
      *---------------------------------------------------------------
       2250-CHECK-APPROVER.
           MOVE 'N' TO WS-ACTIVE-APPR-SW
           PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
              UNTIL WS-APPR-SUB > WS-APPR-COUNT
              IF WS-APPR-ID(WS-APPR-SUB) = PT-USER-ID AND
                 WS-APPR-ACTIVE(WS-APPR-SUB) = 'Y'
                 SET WS-ACTIVE-APPROVER TO TRUE
              END-IF
           END-PERFORM.

      * Apply the verified change to the table
      *---------------------------------------------------------------
       2270-APPLY-TO-MASTER.
           EVALUATE PP-ACTION
           WHEN 'A'
                ADD 1 TO WS-BANK-COUNT
                MOVE WS-BANK-COUNT    TO WS-BANK-IDX
                MOVE PP-POLICY-NUMBER TO WS-BANK-POLICY(WS-BANK-IDX)
                MOVE PP-TRANSIT       TO WS-BANK-TRANSIT(WS-BANK-IDX)
                MOVE PP-ACCOUNT       TO WS-BANK-ACCOUNT(WS-BANK-IDX)
                MOVE PP-METHOD        TO WS-BANK-METHOD(WS-BANK-IDX)
                MOVE 'N'              TO WS-BANK-DEL-SW(WS-BANK-IDX)
           WHEN 'C'
                MOVE PP-TRANSIT       TO WS-BANK-TRANSIT(WS-BANK-IDX)
                MOVE PP-ACCOUNT       TO WS-BANK-ACCOUNT(WS-BANK-IDX)
                MOVE PP-METHOD        TO WS-BANK-METHOD(WS-BANK-IDX)
           WHEN 'D'
                SET WS-BANK-DELETED(WS-BANK-IDX) TO TRUE
           END-EVALUATE.

      * A reject by a checker, or a withdrawal by the maker: the
      * pending change is dropped and logged; PAYBANK is untouched.
      * Anyone else - not the maker and not an active approver - is
      * refused, so a change cannot be quietly killed
      *---------------------------------------------------------------
       2300-REJECT-CHANGE.
           PERFORM 2250-CHECK-APPROVER
           EVALUATE TRUE
           WHEN NOT WS-PENDING
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'NO PENDING CHANGE' TO WS-TRAN-RESULT
           WHEN PT-USER-ID NOT = PP-MAKER-ID AND
                NOT WS-ACTIVE-APPROVER
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'NOT AUTHORISED TO REJECT' TO WS-TRAN-RESULT
           END-EVALUATE

           IF WS-TRAN-OK
              MOVE 'R'         TO PL-EVENT
              MOVE PT-USER-ID  TO PL-CHECKER-ID
              MOVE PP-TRANSIT  TO PT-TRANSIT
              MOVE PP-ACCOUNT  TO PT-ACCOUNT
              MOVE PP-METHOD   TO PT-METHOD
              MOVE PP-ACTION   TO PT-ACTION
              PERFORM 2800-WRITE-LOG
              DELETE PB-PEND-FILE
              INVALID KEY
                 DISPLAY 'A7PBMNT-W: PENDING DELETE FAILED POLICY='
                         PP-POLICY-NUMBER ' STATUS=' WS-PEND-STATUS
              END-DELETE
              ADD 1 TO WS-REJECTED-COUNT
              IF PT-USER-ID = PP-MAKER-ID
                 MOVE 'WITHDRAWN BY MAKER' TO WS-TRAN-RESULT
              ELSE
                 MOVE 'REJECTED' TO WS-TRAN-RESULT
              END-IF
              MOVE 'R' TO PT-ACTION
           END-IF.

      * Append one change-log record. The caller has set the event
      * and checker id and staged the change (action, transit,
      * account, method) on the transaction fields; the before image
      * is the live master row, the maker the one on PBPEND (or, for
      * an entry, the transaction's own user)
      *---------------------------------------------------------------
       2800-WRITE-LOG.
           MOVE WS-STAMP         TO PL-STAMP
           MOVE PT-POLICY-NUMBER TO PL-POLICY-NUMBER
           MOVE PT-ACTION        TO PL-ACTION
           IF WS-BANK-IDX > 0
              MOVE WS-BANK-TRANSIT(WS-BANK-IDX) TO PL-BEF-TRANSIT
              MOVE WS-BANK-ACCOUNT(WS-BANK-IDX) TO PL-BEF-ACCOUNT
              MOVE WS-BANK-METHOD(WS-BANK-IDX)  TO PL-BEF-METHOD
           ELSE
              MOVE SPACES TO PL-BEFORE
           END-IF
           IF PT-ACTION = 'D'
              MOVE SPACES TO PL-AFTER
           ELSE
              MOVE PT-TRANSIT TO PL-AFT-TRANSIT
              MOVE PT-ACCOUNT TO PL-AFT-ACCOUNT
              MOVE PT-METHOD  TO PL-AFT-METHOD
           END-IF
           IF PL-ENTERED
              MOVE PT-USER-ID  TO PL-MAKER-ID
           ELSE
              MOVE PP-MAKER-ID TO PL-MAKER-ID
           END-IF
           MOVE 'N' TO PL-BANK-CHG-SW
           IF PL-VERIFIED AND PT-ACTION NOT = 'D' AND
              (PL-AFT-TRANSIT NOT = PL-BEF-TRANSIT OR
               PL-AFT-ACCOUNT NOT = PL-BEF-ACCOUNT OR
               PL-AFT-METHOD  NOT = PL-BEF-METHOD)
              SET PL-BANK-CHANGED TO TRUE
           END-IF
           WRITE PB-LOG-REC.

      * Read the next transaction
      *---------------------------------------------------------------
       2900-READ-TRANSACTION.
           READ PB-TRAN-IN
           AT END
              SET TRAN-EOF-YES TO TRUE
           END-READ.

      * Write the next PAYBANK generation: every live row, in the
      * order loaded, new payees at the end
      *---------------------------------------------------------------
       3000-WRITE-NEW-MASTER.
           OPEN OUTPUT PAYBANK-OUT
           IF WS-PAYBKO-STATUS NOT = '00'
              DISPLAY 'A7PBMNT-F: OPEN FAILED FILE=PAYBKO STATUS='
                      WS-PAYBKO-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
              UNTIL WS-BANK-SUB > WS-BANK-COUNT
              IF NOT WS-BANK-DELETED(WS-BANK-SUB)
                 WRITE PAYBANK-OUT-REC FROM WS-BANK-ROW(WS-BANK-SUB)
                 ADD 1 TO WS-WRITTEN-COUNT
              END-IF
           END-PERFORM
           CLOSE PAYBANK-OUT.

      * List every change still waiting for a checker
      *---------------------------------------------------------------
       3100-LIST-PENDING.
           WRITE PB-RPT-LINE FROM WS-PBM-DASHES
           WRITE PB-RPT-LINE FROM WS-PEND-HDR
           WRITE PB-RPT-LINE FROM WS-PEND-COL-HDR

           MOVE LOW-VALUES TO PP-POLICY-NUMBER
           START PB-PEND-FILE KEY NOT < PP-POLICY-NUMBER
           INVALID KEY
              SET PEND-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL PEND-EOF-YES
                   READ PB-PEND-FILE NEXT RECORD
                   AT END
                      SET PEND-EOF-YES TO TRUE
                   NOT AT END
                      ADD 1 TO WS-PENDING-COUNT
                      MOVE SPACES TO WS-PEND-LINE
                      MOVE PP-POLICY-NUMBER TO PDL-POLICY
                      MOVE PP-ACTION        TO PDL-ACTION
                      MOVE PP-TRANSIT       TO PDL-TRANSIT
                      MOVE PP-ACCOUNT       TO PDL-ACCOUNT
                      MOVE PP-METHOD        TO PDL-METHOD
                      MOVE PP-MAKER-ID      TO PDL-MAKER
                      MOVE PP-ENTER-STAMP   TO PDL-STAMP
                      WRITE PB-RPT-LINE FROM WS-PEND-LINE
                   END-READ
           END-PERFORM

           IF WS-PENDING-COUNT = 0
              MOVE SPACES TO PB-RPT-LINE
              MOVE '  NONE' TO PB-RPT-LINE
              WRITE PB-RPT-LINE
           END-IF.

      * Register totals
      *---------------------------------------------------------------
       3200-WRITE-TOTALS.
           WRITE PB-RPT-LINE FROM WS-PBM-DASHES
           MOVE 'TRANSACTIONS READ:'     TO PBT-LABEL
           MOVE WS-READ-COUNT            TO PBT-COUNT
           WRITE PB-RPT-LINE FROM WS-PBM-TOT-LINE
           MOVE 'CHANGES ENTERED:'       TO PBT-LABEL
           MOVE WS-ENTERED-COUNT         TO PBT-COUNT
           WRITE PB-RPT-LINE FROM WS-PBM-TOT-LINE
           MOVE 'CHANGES VERIFIED:'      TO PBT-LABEL
           MOVE WS-VERIFIED-COUNT        TO PBT-COUNT
           WRITE PB-RPT-LINE FROM WS-PBM-TOT-LINE
           MOVE 'CHANGES REJECTED:'      TO PBT-LABEL
           MOVE WS-REJECTED-COUNT        TO PBT-COUNT
           WRITE PB-RPT-LINE FROM WS-PBM-TOT-LINE
           MOVE 'TRANSACTIONS REFUSED:'  TO PBT-LABEL
           MOVE WS-ERROR-COUNT           TO PBT-COUNT
           WRITE PB-RPT-LINE FROM WS-PBM-TOT-LINE
           MOVE 'CHANGES STILL PENDING:' TO PBT-LABEL
           MOVE WS-PENDING-COUNT         TO PBT-COUNT
           WRITE PB-RPT-LINE FROM WS-PBM-TOT-LINE
           MOVE 'PAYBANK ROWS WRITTEN:'  TO PBT-LABEL
           MOVE WS-WRITTEN-COUNT         TO PBT-COUNT
           WRITE PB-RPT-LINE FROM WS-PBM-TOT-LINE

           IF WS-APPR-CAP-HIT
              MOVE SPACES TO PB-RPT-LINE
              MOVE '  ** WARNING: OVER 100 APPROVER ROWS - EXTRAS'
                 TO PB-RPT-LINE
              WRITE PB-RPT-LINE
              MOVE SPACES TO PB-RPT-LINE
              MOVE '     WERE NOT LOADED **' TO PB-RPT-LINE
              WRITE PB-RPT-LINE
           END-IF.

      * Close files and echo the counts for the job log
      *-----------------------------------------------------------------
       4000-CLOSE.
           IF WS-TRAN-OPENED
              CLOSE PB-TRAN-IN
           END-IF
           CLOSE PB-PEND-FILE
                 PB-LOG-OUT
                 PB-RPT-OUT
           DISPLAY 'A7PBMNT: ENTERED ' WS-ENTERED-COUNT
                   ' VERIFIED ' WS-VERIFIED-COUNT
                   ' REJECTED ' WS-REJECTED-COUNT
                   ' REFUSED ' WS-ERROR-COUNT.

      *    Set the condition code the scheduler acts on: 4 when any
      *    transaction was refused or the approver master did not
      *    fully load, 0 when clean
      *---------------------------------------------------------------
       4900-SET-CONDITION-CODE.
           IF WS-ERROR-COUNT > 0 OR WS-APPR-CAP-HIT
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM A7PBMNT.
