      *-----------------------------------------------------------------
      * CHEQUE REGISTER RECORD LAYOUT, OWNED BY A7CHQREG - KEEP ALL
      * USERS ON THIS COPY WHEN THE LAYOUT CHANGES. KEYED ON
      * CR-CHQ-NUMBER. ONE ROW PER CHEQUE EVER PRINTED, NEVER
      * DELETED: CR-STATUS-DATE IS THE BANK'S PAID DATE ONCE CLEARED
      * OR THE RUN DATE OF THE STALE-DATE VOID. CR-PAID-AMOUNT IS
      * WHAT THE BANK ACTUALLY PAID, WHICH CAN DIFFER FROM
      * CR-AMOUNT ON A MISMATCH.
      *-----------------------------------------------------------------
       01 CHQ-REG-REC.
          05 CR-CHQ-NUMBER       PIC 9(08).
          05 CR-POLICY-NUMBER    PIC X(10).
          05 CR-PAYEE-NAME       PIC X(20).
          05 CR-AMOUNT           PIC 9(07)V99.
          05 CR-ISSUE-DATE       PIC X(08).
          05 CR-STATUS           PIC X(01).
             88 CR-OUTSTANDING                    VALUE 'O'.
             88 CR-CLEARED                        VALUE 'C'.
             88 CR-VOIDED                         VALUE 'V'.
          05 CR-STATUS-DATE      PIC X(08).
          05 CR-PAID-AMOUNT      PIC 9(07)V99.
          05 CR-VOID-ACTION      PIC X(01).
             88 CR-VOID-REISSUED                  VALUE 'R'.
             88 CR-VOID-UNCLAIMED                 VALUE 'U'.
          05 CR-LOAD-DATE        PIC X(08).
