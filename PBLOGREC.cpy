      *-----------------------------------------------------------------
      * PAYEE BANKING CHANGE LOG RECORD LAYOUT, OWNED BY A7PBMNT.
      * SHARED WITH A7PAYX, WHICH HOLDS PAYEES WHOSE BANKING CHANGED
      * INSIDE THE COOLING-OFF WINDOW - KEEP ALL USERS ON THIS COPY
      * WHEN THE LAYOUT CHANGES. ONE RECORD PER MAINTENANCE EVENT:
      * 'E' A CHANGE ENTERED BY ITS MAKER, 'V' A CHANGE VERIFIED BY
      * A DIFFERENT USER AND APPLIED TO PAYBANK, 'R' A CHANGE
      * REJECTED OR WITHDRAWN. PL-BEFORE IS THE PAYBANK ROW AT THE
      * TIME OF THE EVENT (SPACES WHEN THERE WAS NONE), PL-AFTER THE
      * ROW AS ENTERED (SPACES FOR A DELETE). PL-BANK-CHG-SW IS 'Y'
      * ON AN APPLIED CHANGE THAT ALTERED THE TRANSIT, ACCOUNT OR
      * PAYMENT METHOD, INCLUDING A NEW PAYEE.
      *-----------------------------------------------------------------
       01 PB-LOG-REC.
          05 PL-STAMP            PIC X(14).
          05 PL-POLICY-NUMBER    PIC X(10).
          05 PL-ACTION           PIC X(01).
          05 PL-EVENT            PIC X(01).
             88 PL-ENTERED                        VALUE 'E'.
             88 PL-VERIFIED                       VALUE 'V'.
             88 PL-REJECTED                       VALUE 'R'.
          05 PL-BEFORE.
             10 PL-BEF-TRANSIT   PIC X(08).
             10 PL-BEF-ACCOUNT   PIC X(12).
             10 PL-BEF-METHOD    PIC X(01).
          05 PL-AFTER.
             10 PL-AFT-TRANSIT   PIC X(08).
             10 PL-AFT-ACCOUNT   PIC X(12).
             10 PL-AFT-METHOD    PIC X(01).
          05 PL-MAKER-ID         PIC X(08).
          05 PL-CHECKER-ID       PIC X(08).
          05 PL-BANK-CHG-SW      PIC X(01).
             88 PL-BANK-CHANGED                   VALUE 'Y'.
