      *-----------------------------------------------------------------
      * SIU REFERRAL RECORD LAYOUT, OWNED BY A7SIUSCR. SHARED WITH
      * A7PAYX, WHICH DIVERTS EVERY BLOCKED CLAIM TO SUSPENSE INSTEAD
      * OF PAYING IT - KEEP ALL USERS ON THIS COPY WHEN THE LAYOUT
      * CHANGES. ONE RECORD PER SCREENED CLAIM THAT FIRED AT LEAST
      * ONE RULE. UNUSED SR-RULE-CODE SLOTS ARE SPACES. RULE CODES:
      *   FQ  CLAIM FREQUENCY ON THE POLICY WITHIN THE WINDOW
      *   NL  REPEATED AMOUNTS JUST UNDER THE AUTHORITY LIMIT
      *   JT  SAME JUSTIFICATION TEXT ON OTHER POLICIES
      *   PA  EARLIER CLAIM ON THE POLICY REJECTED OR REVERSED
      *-----------------------------------------------------------------
       01 SIU-REF-REC.
          05 SR-POLICY           PIC X(10).
          05 SR-RECV-DATE        PIC X(08).
          05 SR-RUN-ID           PIC X(14).
          05 SR-PROD-CODE        PIC X(03).
          05 SR-REGION           PIC X(03).
          05 SR-DISP             PIC X(09).
          05 SR-AMOUNT           PIC 9(07)V99.
          05 SR-SCORE            PIC 9(03).
          05 SR-RULES.
             10 SR-RULE-CODE     PIC X(02)        OCCURS 4 TIMES.
          05 SR-BLOCK-SW         PIC X(01).
             88 SR-BLOCKED                        VALUE 'Y'.
          05 SR-SCREEN-DATE      PIC X(08).
