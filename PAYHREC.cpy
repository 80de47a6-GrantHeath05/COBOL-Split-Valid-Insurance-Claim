      *-----------------------------------------------------------------
      * PAYEE PAYMENT HISTORY RECORD LAYOUT, OWNED BY A7TAXSL. THE
      * CUMULATIVE PAYHIST FILE IS APPENDED DAILY BY A7PAYX (PAYMENTS
      * ISSUED, RECOVERY OFFSETS AND THE DAY'S PAYRPT ISSUED TOTAL),
      * A7PAYR (BANK REJECTS AND THEIR REISSUE) AND A7RECOV (PAID
      * CLAIMS REVERSED) - KEEP ALL USERS ON THIS COPY WHEN THE LAYOUT
      * CHANGES. PH-PAY-DATE IS THE DAY THE RECORD WAS WRITTEN;
      * PH-EFF-DATE IS THE DAY OF THE PAYMENT IT BELONGS TO, WHICH
      * DECIDES THE TAX YEAR - THE SAME DAY EXCEPT ON A REVERSAL,
      * WHICH CARRIES THE DAY THE REVERSED CLAIM WAS PAID. ON THE
      * DAY-TOTAL RECORD THE POLICY AND NAME ARE BLANK AND PH-AMOUNT
      * IS THE EFT PLUS CHEQUE AMOUNT PAYRPT SHOWED AS ISSUED.
      *-----------------------------------------------------------------
       01 PAY-HIST-REC.
          05 PH-KIND             PIC X(01).
             88 PH-ISSUED                         VALUE 'I'.
             88 PH-OFFSET                         VALUE 'O'.
             88 PH-REJECTED                       VALUE 'J'.
             88 PH-REISSUED                       VALUE 'S'.
             88 PH-REVERSED                       VALUE 'V'.
             88 PH-DAY-TOTAL                      VALUE 'T'.
          05 PH-POLICY           PIC X(10).
          05 PH-PAYEE-NAME       PIC X(20).
          05 PH-METHOD           PIC X(01).
          05 PH-AMOUNT           PIC 9(09)V99.
          05 PH-PAY-DATE         PIC X(08).
          05 PH-EFF-DATE         PIC X(08).
