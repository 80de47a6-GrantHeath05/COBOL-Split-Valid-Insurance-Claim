      *-----------------------------------------------------------------
      * CLAIMS HISTORY EXTRACT RECORD LAYOUT, OWNED BY A7SPLIT. SHARED
      * WITH A7HISTLD AND THE A7SIUSCR SCREENING STEP - KEEP ALL USERS
      * ON THIS COPY WHEN THE LAYOUT CHANGES. ONE RECORD PER CLAIM
      * PROCESSED BY THE RUN; HX-SOURCE IS THE INTAKE SOURCE THE
      * CLAIM ARRIVED UNDER ('RCY' RECYCLE, 'REL' SUSPENSE RELEASE);
      * HX-CAT-CODE IS THE CATASTROPHE EVENT THE CLAIM WAS TAGGED
      * WITH (SPACES WHEN NONE).
      *-----------------------------------------------------------------
       01 HIST-EXT-REC.
          05 HX-POLICY           PIC X(10).
          05 HX-RECV-DATE        PIC X(08).
          05 HX-RUN-DATE         PIC X(08).
          05 HX-DISP             PIC X(09).
          05 HX-REGION           PIC X(03).
          05 HX-REJ-CODE         PIC X(02).
          05 HX-DUP-SW           PIC X(01).
          05 HX-AMOUNT           PIC 9(07)V99.
          05 HX-RUN-ID           PIC X(14).
          05 HX-PROD-CODE        PIC X(03).
          05 HX-JUSTIFY          PIC X(30).
          05 HX-SOURCE           PIC X(03).
          05 HX-CAT-CODE         PIC X(06).
