      *-----------------------------------------------------------------
      * RECOVERY RECEIVABLE MASTER RECORD LAYOUT, OWNED BY A7RECOV.
      * SHARED WITH A7PAYX, WHICH NETS OPEN BALANCES AGAINST THE
      * PAYEE'S NEXT CONSOLIDATED PAYMENT - KEEP ALL USERS ON THIS
      * COPY WHEN THE LAYOUT CHANGES. ONE RECORD PER REVERSED PAID
      * CLAIM, KEYED LIKE HISTMAST (POLICY, RECEIVED DATE, OCCURRENCE
      * SEQUENCE). RC-BALANCE IS RC-ORIG-AMT LESS EVERYTHING OFFSET,
      * RECOVERED OR WRITTEN OFF SINCE; THE RECEIVABLE STAYS OPEN
      * UNTIL IT REACHES ZERO, THEN CLOSES AS RECOVERED OR, WHEN A
      * WRITE-OFF TOOK THE LAST OF IT, AS WRITTEN OFF.
      *-----------------------------------------------------------------
       01 RECV-REC.
          05 RC-KEY.
             10 RC-POLICY        PIC X(10).
             10 RC-RECV-DATE     PIC X(08).
             10 RC-SEQ           PIC 9(03).
          05 RC-STATUS           PIC X(01).
             88 RC-OPEN                           VALUE 'O'.
             88 RC-RECOVERED                      VALUE 'C'.
             88 RC-WRITTEN-OFF                    VALUE 'W'.
          05 RC-REASON           PIC X(02).
             88 RC-DUPLICATE                      VALUE 'DU'.
             88 RC-FRAUD                          VALUE 'FR'.
             88 RC-OVERPAID                       VALUE 'OP'.
          05 RC-PROD-CODE        PIC X(03).
          05 RC-RUN-ID           PIC X(14).
          05 RC-OPEN-DATE        PIC X(08).
          05 RC-ORIG-AMT         PIC 9(07)V99.
          05 RC-OFFSET-AMT       PIC 9(07)V99.
          05 RC-RECOVERED-AMT    PIC 9(07)V99.
          05 RC-WRITEOFF-AMT     PIC 9(07)V99.
          05 RC-BALANCE          PIC 9(07)V99.
          05 RC-LAST-DATE        PIC X(08).
          05 RC-USER-ID          PIC X(08).
