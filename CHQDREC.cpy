      *-----------------------------------------------------------------
      * CHEQUE-PRINT DETAIL RECORD LAYOUT, OWNED BY A7PAYX. SHARED
      * WITH THE A7CHQREG CHEQUE REGISTER - KEEP ALL USERS ON THIS
      * COPY WHEN THE LAYOUT CHANGES. THE FIRST 40 BYTES ARE THE
      * PAY-DETAIL LAYOUT; THE CHEQUE NUMBER IS THE NEXT NUMBER OFF
      * THE CHQCTL STOCK CONTROL AND THE ISSUE DATE IS THE EXTRACT
      * RUN DATE, SO THE PRINTED CHEQUE, THE REGISTER AND THE BANK'S
      * POSITIVE-PAY FILE ALL CARRY THE SAME NUMBER.
      *-----------------------------------------------------------------
       01 CHQ-DETAIL-REC.
          05 CHQ-REC-TYPE        PIC X(01).
          05 CHQ-PAYEE-NAME      PIC X(20).
          05 CHQ-POLICY-NUMBER   PIC X(10).
          05 CHQ-AMOUNT          PIC 9(07)V99.
          05 CHQ-NUMBER          PIC 9(08).
          05 CHQ-ISSUE-DATE      PIC X(08).
