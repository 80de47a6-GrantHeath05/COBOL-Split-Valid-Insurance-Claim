      *-----------------------------------------------------------------
      * PAID-CLAIM FEED RECORD LAYOUT, OWNED BY A7PAYX. SHARED WITH THE
      * A7GLPOST LEDGER INTERFACE AND THE A7RECOV RECOVERY STEP - KEEP
      * ALL USERS ON THIS COPY WHEN THE LAYOUT CHANGES. ONE RECORD PER
      * UNDERLYING CLAIM PAID (NOT PER CONSOLIDATED PAYMENT), SO THE
      * LEDGER CAN CHARGE EACH PRODUCT AND REGION. PG-METHOD IS THE
      * ROUTE THE PAYMENT TOOK ('E' EFT, 'C' CHEQUE); PG-REGION IS THE
      * POLICY-NUMBER PREFIX, AS A7SPLIT DERIVES HIST-REGION. PG-KIND
      * SAYS WHAT THE AMOUNT IS: A CLAIM PAID OR A RECOVERY OFFSET
      * NETTED OUT OF A PAYMENT (BOTH A7PAYX, THE OFFSET UNDER THE
      * ROUTE OF THE PAYMENT IT REDUCED), OR A REVERSAL OPENING A
      * RECOVERY RECEIVABLE, A RECOVERY RECEIVED OR A WRITE-OFF (ALL
      * A7RECOV, WHOSE RECVGL FILE THE SCHEDULER CONCATENATES AFTER
      * PAYGL FOR A7GLPOST).
      *-----------------------------------------------------------------
       01 PAY-GL-REC.
          05 PG-METHOD           PIC X(01).
          05 PG-POLICY-NUMBER    PIC X(10).
          05 PG-PAYEE-NAME       PIC X(20).
          05 PG-RECV-DATE        PIC X(08).
          05 PG-PROD-CODE        PIC X(03).
          05 PG-REGION           PIC X(03).
          05 PG-AMOUNT           PIC 9(07)V99.
          05 PG-RUN-ID           PIC X(14).
          05 PG-PAY-DATE         PIC X(08).
          05 PG-KIND             PIC X(01).
             88 PG-CLAIM-PAID                     VALUE 'P'.
             88 PG-RECOVERY-OFFSET                VALUE 'O'.
             88 PG-REVERSAL                       VALUE 'V'.
             88 PG-RECOVERY-RECEIVED              VALUE 'R'.
             88 PG-WRITE-OFF                      VALUE 'W'.
