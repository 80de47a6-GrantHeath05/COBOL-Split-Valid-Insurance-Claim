       IDENTIFICATION DIVISION.
       PROGRAM-ID. A7POLMNT.

      *-----------------------------------------------------------------
      * AUTHOR:  GRANT HEATH
      * PURPOSE: LOAD AND MAINTAIN THE INDEXED POLICY MASTER (POLMAST)
      *          FROM THE UNDERWRITING FEED (UWFEED). EACH FEED ROW IS
      *          AN ADD, CHANGE, OR DELETE OF ONE POLICY'S FULL IMAGE:
      *          INSURED NAME, EFFECTIVE AND EXPIRY DATES, STATUS
      *          (A=IN FORCE, L=LAPSED, C=CANCELLED), UP TO FIVE
      *          COVERED PRODUCT CODES, AND THE PER-CLAIM COVERAGE
      *          LIMIT. A7SPLIT READS POLMAST TO VERIFY COVERAGE
      *          BEFORE A CLAIM IS SPLIT, SO A ROW THAT FAILS ITS EDITS
      *          IS NEVER APPLIED - IT IS LISTED ON THE POLMRPT
      *          REPORT FOR UNDERWRITING TO CORRECT AND RESEND. RUNS
      *          BEFORE A7SPLIT WHENEVER A FEED ARRIVES.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT UW-FEED-IN    ASSIGN TO UWFEED
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-FEED-STATUS.
           SELECT POLICY-MASTER ASSIGN TO POLMAST
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS POL-POLICY-NUMBER
                                FILE STATUS IS WS-MASTER-STATUS.
           SELECT POL-RPT-OUT   ASSIGN TO POLMRPT
                                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * UNDERWRITING FEED - ONE TRANSACTION PER POLICY: A=ADD,
      * C=CHANGE (FULL REPLACEMENT IMAGE), D=DELETE (ONLY THE POLICY
      * NUMBER IS USED)
      *-----------------------------------------------------------------
       FD  UW-FEED-IN.
       01 UW-FEED-REC.
          05 UW-TRAN-CODE        PIC X(01).
          05 UW-POLICY-NUMBER    PIC X(10).
          05 UW-INSURED-NAME     PIC X(20).
          05 UW-EFF-DATE         PIC X(08).
          05 UW-EXP-DATE         PIC X(08).
          05 UW-STATUS           PIC X(01).
          05 UW-COVERED-PRODS.
             10 UW-PROD-CODE     PIC X(03)        OCCURS 5 TIMES.
          05 UW-COV-LIMIT        PIC 9(07)V99.

      * POLICY MASTER (LAYOUT OWNED BY THIS PROGRAM)
      *-----------------------------------------------------------------
       FD  POLICY-MASTER.
       COPY POLMREC.

       FD  POL-RPT-OUT.
       01 POL-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

      * FLAGS AND FILE STATUS
      *-----------------------------------------------------------------
       01 WS-FLAGS.
          05 WS-FEED-EOF        PIC X             VALUE 'N'.
             88 FEED-EOF-YES                      VALUE 'Y'.
          05 WS-FEED-OPEN-SW    PIC X             VALUE 'N'.
             88 WS-FEED-OPENED                    VALUE 'Y'.
          05 WS-TRAN-OK-SW      PIC X             VALUE 'Y'.
             88 WS-TRAN-OK                        VALUE 'Y'.
          05 WS-ON-FILE-SW      PIC X             VALUE 'N'.
             88 WS-ON-FILE                        VALUE 'Y'.

       01 WS-FEED-STATUS        PIC X(02)         VALUE '00'.
       01 WS-MASTER-STATUS      PIC X(02)         VALUE '00'.

       01 WS-RUN-DATE           PIC X(08)         VALUE SPACES.
       01 WS-SUB                PIC 9(02)         VALUE 0.
       01 WS-PROD-USED          PIC 9(02)         VALUE 0.
       01 WS-TRAN-RESULT        PIC X(30)         VALUE SPACES.

      * RUN TOTALS
      *-----------------------------------------------------------------
       01 WS-POLM-TOTALS.
          05 WS-READ-COUNT      PIC 9(07)         VALUE 0.
          05 WS-ADDED-COUNT     PIC 9(07)         VALUE 0.
          05 WS-CHANGED-COUNT   PIC 9(07)         VALUE 0.
          05 WS-DELETED-COUNT   PIC 9(07)         VALUE 0.
          05 WS-ERROR-COUNT     PIC 9(07)         VALUE 0.

      * REPORT FORMATTING
      *-----------------------------------------------------------------
       01 WS-POL-HDR-1          PIC X(80)         VALUE
             '          POLICY MASTER MAINTENANCE REGISTER'.

       01 WS-POL-DASHES         PIC X(70)         VALUE ALL '-'.

       01 WS-POL-COL-HDR.
          05 FILLER             PIC X(12)         VALUE 'POLICY #'.
          05 FILLER             PIC X(05)         VALUE 'TRN'.
          05 FILLER             PIC X(10)         VALUE 'EFFECTIVE'.
          05 FILLER             PIC X(10)         VALUE 'EXPIRY'.
          05 FILLER             PIC X(05)         VALUE 'STS'.
          05 FILLER             PIC X(30)         VALUE 'RESULT'.

       01 WS-POL-DET-LINE.
          05 POLL-POLICY        PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 POLL-TRAN          PIC X(01).
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 POLL-EFF-DATE      PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 POLL-EXP-DATE      PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 POLL-STATUS        PIC X(01).
          05 FILLER             PIC X(04)         VALUE SPACES.
          05 POLL-RESULT        PIC X(30).

       01 WS-POL-TOT-LINE.
          05 POLT-LABEL         PIC X(25).
          05 POLT-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      * Main
      *---------------------------------------------------------------
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-FEED UNTIL FEED-EOF-YES
           PERFORM 3000-WRITE-TOTALS
           PERFORM 4000-CLOSE
           PERFORM 4900-SET-CONDITION-CODE
           GOBACK.

      * Open the feed and the master. A missing UWFEED is a day with
      * no underwriting changes, not an error. A missing master
      * (status 35) means this is the initial load, so create it
      * empty and carry on; any other failure stops the run
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT UW-FEED-IN
           IF WS-FEED-STATUS = '00'
              SET WS-FEED-OPENED TO TRUE
           ELSE
              DISPLAY 'A7POLMNT: NO UNDERWRITING FEED TODAY STATUS='
                      WS-FEED-STATUS
              SET FEED-EOF-YES TO TRUE
           END-IF

           OPEN I-O POLICY-MASTER
           IF WS-MASTER-STATUS = '35'
              OPEN OUTPUT POLICY-MASTER
              CLOSE POLICY-MASTER
              OPEN I-O POLICY-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY 'A7POLMNT-F: OPEN FAILED FILE=POLMAST STATUS='
                      WS-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT POL-RPT-OUT
           WRITE POL-RPT-LINE FROM WS-POL-HDR-1
           WRITE POL-RPT-LINE FROM WS-POL-DASHES
           WRITE POL-RPT-LINE FROM WS-POL-COL-HDR

           IF WS-FEED-OPENED
              PERFORM 2900-READ-FEED
           END-IF.

      * Edit one feed transaction, look its policy up on the master,
      * and apply it. Every transaction prints one register line
      * with what was done to it, applied or not
      *---------------------------------------------------------------
       2000-APPLY-FEED.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2050-EDIT-TRANSACTION

           IF WS-TRAN-OK
              MOVE 'N' TO WS-ON-FILE-SW
              MOVE UW-POLICY-NUMBER TO POL-POLICY-NUMBER
              READ POLICY-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-ON-FILE TO TRUE
              END-READ

              EVALUATE TRUE
              WHEN UW-TRAN-CODE = 'A' AND WS-ON-FILE
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'ADD - POLICY ALREADY ON FILE' TO WS-TRAN-RESULT
              WHEN UW-TRAN-CODE = 'A'
                   PERFORM 2100-BUILD-MASTER-IMAGE
                   WRITE POLICY-REC
                   INVALID KEY
                      MOVE 'N' TO WS-TRAN-OK-SW
                      MOVE 'ADD - WRITE FAILED' TO WS-TRAN-RESULT
                   NOT INVALID KEY
                      ADD 1 TO WS-ADDED-COUNT
                      MOVE 'ADDED' TO WS-TRAN-RESULT
                   END-WRITE
              WHEN NOT WS-ON-FILE
                   MOVE 'N' TO WS-TRAN-OK-SW
                   MOVE 'POLICY NOT ON FILE' TO WS-TRAN-RESULT
              WHEN UW-TRAN-CODE = 'C'
                   PERFORM 2100-BUILD-MASTER-IMAGE
                   REWRITE POLICY-REC
                   INVALID KEY
                      MOVE 'N' TO WS-TRAN-OK-SW
                      MOVE 'CHANGE - REWRITE FAILED' TO WS-TRAN-RESULT
                   NOT INVALID KEY
                      ADD 1 TO WS-CHANGED-COUNT
                      MOVE 'CHANGED' TO WS-TRAN-RESULT
                   END-REWRITE
              WHEN UW-TRAN-CODE = 'D'
                   DELETE POLICY-MASTER
                   INVALID KEY
                      MOVE 'N' TO WS-TRAN-OK-SW
                      MOVE 'DELETE FAILED' TO WS-TRAN-RESULT
                   NOT INVALID KEY
                      ADD 1 TO WS-DELETED-COUNT
                      MOVE 'DELETED' TO WS-TRAN-RESULT
                   END-DELETE
              END-EVALUATE
           END-IF

           IF NOT WS-TRAN-OK
              ADD 1 TO WS-ERROR-COUNT
           END-IF

           MOVE SPACES TO WS-POL-DET-LINE
           MOVE UW-POLICY-NUMBER TO POLL-POLICY
           MOVE UW-TRAN-CODE     TO POLL-TRAN
           MOVE UW-EFF-DATE      TO POLL-EFF-DATE
           MOVE UW-EXP-DATE      TO POLL-EXP-DATE
           MOVE UW-STATUS        TO POLL-STATUS
           MOVE WS-TRAN-RESULT   TO POLL-RESULT
           WRITE POL-RPT-LINE FROM WS-POL-DET-LINE

           PERFORM 2900-READ-FEED.

      * Edit a feed row before it can touch the master. A delete
      * only needs a policy number; an add or change must carry a
      * usable coverage period, a known status, at least one covered
      * product, and a numeric coverage limit, or A7SPLIT would be
      * checking claims against garbage
      *---------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           SET WS-TRAN-OK TO TRUE
           MOVE SPACES TO WS-TRAN-RESULT

           MOVE 0 TO WS-PROD-USED
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
              IF UW-PROD-CODE(WS-SUB) NOT = SPACES
                 ADD 1 TO WS-PROD-USED
              END-IF
           END-PERFORM

           EVALUATE TRUE
           WHEN UW-POLICY-NUMBER = SPACES
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'MISSING POLICY NUMBER' TO WS-TRAN-RESULT
           WHEN UW-TRAN-CODE NOT = 'A' AND
                UW-TRAN-CODE NOT = 'C' AND
                UW-TRAN-CODE NOT = 'D'
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'UNKNOWN TRANSACTION CODE' TO WS-TRAN-RESULT
           WHEN UW-TRAN-CODE = 'D'
                CONTINUE
           WHEN UW-EFF-DATE IS NOT NUMERIC OR
                UW-EXP-DATE IS NOT NUMERIC
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'COVERAGE DATE NOT NUMERIC' TO WS-TRAN-RESULT
           WHEN UW-EXP-DATE < UW-EFF-DATE
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'EXPIRY BEFORE EFFECTIVE DATE' TO WS-TRAN-RESULT
           WHEN UW-STATUS NOT = 'A' AND
                UW-STATUS NOT = 'L' AND
                UW-STATUS NOT = 'C'
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'UNKNOWN POLICY STATUS' TO WS-TRAN-RESULT
           WHEN WS-PROD-USED = 0
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'NO COVERED PRODUCTS' TO WS-TRAN-RESULT
           WHEN UW-COV-LIMIT IS NOT NUMERIC
                MOVE 'N' TO WS-TRAN-OK-SW
                MOVE 'COVERAGE LIMIT NOT NUMERIC' TO WS-TRAN-RESULT
           END-EVALUATE.

      * Build the master image from the feed row, stamped with the
      * date it was applied
      *---------------------------------------------------------------
       2100-BUILD-MASTER-IMAGE.
           MOVE UW-POLICY-NUMBER TO POL-POLICY-NUMBER
           MOVE UW-INSURED-NAME  TO POL-INSURED-NAME
           MOVE UW-EFF-DATE      TO POL-EFF-DATE
           MOVE UW-EXP-DATE      TO POL-EXP-DATE
           MOVE UW-STATUS        TO POL-STATUS
           MOVE UW-COVERED-PRODS TO POL-COVERED-PRODS
           MOVE UW-COV-LIMIT     TO POL-COV-LIMIT
           MOVE WS-RUN-DATE      TO POL-LAST-UPD-DATE.

      * Read the next feed transaction
      *---------------------------------------------------------------
       2900-READ-FEED.
           READ UW-FEED-IN
           AT END
              SET FEED-EOF-YES TO TRUE
           END-READ.

      * Register totals
      *---------------------------------------------------------------
       3000-WRITE-TOTALS.
           WRITE POL-RPT-LINE FROM WS-POL-DASHES
           MOVE 'TRANSACTIONS READ:'  TO POLT-LABEL
           MOVE WS-READ-COUNT         TO POLT-COUNT
           WRITE POL-RPT-LINE FROM WS-POL-TOT-LINE
           MOVE 'POLICIES ADDED:'     TO POLT-LABEL
           MOVE WS-ADDED-COUNT        TO POLT-COUNT
           WRITE POL-RPT-LINE FROM WS-POL-TOT-LINE
           MOVE 'POLICIES CHANGED:'   TO POLT-LABEL
           MOVE WS-CHANGED-COUNT      TO POLT-COUNT
           WRITE POL-RPT-LINE FROM WS-POL-TOT-LINE
           MOVE 'POLICIES DELETED:'   TO POLT-LABEL
           MOVE WS-DELETED-COUNT      TO POLT-COUNT
           WRITE POL-RPT-LINE FROM WS-POL-TOT-LINE
           MOVE 'TRANSACTIONS IN ERROR:' TO POLT-LABEL
           MOVE WS-ERROR-COUNT        TO POLT-COUNT
           WRITE POL-RPT-LINE FROM WS-POL-TOT-LINE.

      * Close files and echo the counts for the job log
      *-----------------------------------------------------------------
       4000-CLOSE.
           IF WS-FEED-OPENED
              CLOSE UW-FEED-IN
           END-IF
           CLOSE POLICY-MASTER
                 POL-RPT-OUT
           DISPLAY 'A7POLMNT: ADDED ' WS-ADDED-COUNT
                   ' CHANGED ' WS-CHANGED-COUNT
                   ' DELETED ' WS-DELETED-COUNT
                   ' ERRORS ' WS-ERROR-COUNT.

      *    Set the condition code the scheduler acts on: 4 when any
      *    feed row was not applied (underwriting must resend it
      *    before claims on that policy will pass coverage), 0 when
      *    clean
      *---------------------------------------------------------------
       4900-SET-CONDITION-CODE.
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM A7POLMNT.
