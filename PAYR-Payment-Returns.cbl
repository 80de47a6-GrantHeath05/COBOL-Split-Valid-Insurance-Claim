      *          PAY-DETAIL LAYOUT SO IT CAN BE RE-EXTRACTED INSTEAD
      *          OF A CLERK RE-KEYING IT. A BOUNCED PAYMENT NOW SHOWS
      *          UP THE MORNING AFTER TRANSMISSION, NOT WHEN THE
      *          CUSTOMER PHONES IN. EACH FAILED PAYMENT IS ALSO
      *          APPENDED TO THE CUMULATIVE PAYHIST PAYEE PAYMENT
      *          HISTORY TWICE - ONCE AS A BANK REJECT AND ONCE AS THE
      *          REISSUE IT IS QUEUED FOR - SO THE A7TAXSL YEAR-END
      *          SLIPS TAKE THE FAILED ITEM OUT AND COUNT THE REISSUE
      *          ONCE.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-RPT-OUT ASSIGN TO PAYRECON
                                ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-HIST-OUT  ASSIGN TO PAYHIST
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PAYHIST-STATUS.

       DATA DIVISION.

       FD  RECON-RPT-OUT.
       01 RECON-RPT-LINE        PIC X(132).

      * CUMULATIVE PAYEE PAYMENT HISTORY (LAYOUT OWNED BY A7TAXSL) -
      * A REJECT AND A REISSUE RECORD PER FAILED PAYMENT
      *-----------------------------------------------------------------
       FD  PAY-HIST-OUT.
       COPY PAYHREC.

       WORKING-STORAGE SECTION.

      * FLAGS AND FILE STATUS
       01 WS-PAYFILE-STATUS     PIC X(02)         VALUE '00'.
       01 WS-BANKRET-STATUS     PIC X(02)         VALUE '00'.
       01 WS-PAYWORK-STATUS     PIC X(02)         VALUE '00'.
       01 WS-PAYHIST-STATUS     PIC X(02)         VALUE '00'.

       01 WS-RUN-DATE           PIC X(08)         VALUE SPACES.

      * TRANSMITTED DETAIL CONTROLS - THE DETAILS THEMSELVES LIVE ON
      * THE KEYED PAYWORK FILE (SEE ITS FD)
      * would only manufacture a page of false exceptions
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PAYMENT-IN
           IF WS-PAYFILE-STATUS NOT = '00'
              DISPLAY 'A7PAYR-F: OPEN FAILED FILE=PAYFILE STATUS='

           OPEN OUTPUT REISSUE-OUT RECON-RPT-OUT

           OPEN EXTEND PAY-HIST-OUT
           IF WS-PAYHIST-STATUS = '35'
              OPEN OUTPUT PAY-HIST-OUT
           END-IF
           IF WS-PAYHIST-STATUS NOT = '00'
              DISPLAY 'A7PAYR-F: OPEN FAILED FILE=PAYHIST STATUS='
                      WS-PAYHIST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

      *    THE DETAIL WORK FILE IS REBUILT EMPTY EVERY RUN
           OPEN OUTPUT PAY-WORK-FILE
           CLOSE PAY-WORK-FILE
           END-IF.

      * Write one failed payment to the reissue file in the
      * PAY-DETAIL layout so the next extract can pick it up whole,
      * and record the reject and the reissue on PAYHIST
      *---------------------------------------------------------------
       2200-WRITE-REISSUE.
           MOVE 'D'       TO RIS-REC-TYPE
           MOVE PW-NAME   TO RIS-PAYEE-NAME
           MOVE PW-POLICY TO RIS-POLICY-NUMBER
           MOVE PW-AMOUNT TO RIS-AMOUNT
           WRITE REISSUE-REC FROM WS-REISSUE-DETAIL

           MOVE PW-POLICY   TO PH-POLICY
           MOVE PW-NAME     TO PH-PAYEE-NAME
           MOVE SPACE       TO PH-METHOD
           MOVE PW-AMOUNT   TO PH-AMOUNT
           MOVE WS-RUN-DATE TO PH-PAY-DATE
           MOVE WS-RUN-DATE TO PH-EFF-DATE
           SET PH-REJECTED  TO TRUE
           WRITE PAY-HIST-REC
           SET PH-REISSUED  TO TRUE
           WRITE PAY-HIST-REC.

      * Any transmitted detail still unanswered after every return
      * was applied never came back from the bank at all - list it,
                 BANKRET-IN
                 PAY-WORK-FILE
                 REISSUE-OUT
                 RECON-RPT-OUT
                 PAY-HIST-OUT.

      *    Set the condition code the scheduler acts on: 8 when any
      *    transmitted detail could not be filed for reconciliation
