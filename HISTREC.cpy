      *-----------------------------------------------------------------
      * CLAIMS HISTORY MASTER RECORD LAYOUT, OWNED BY A7HISTLD. SHARED
      * WITH A7HSTUP, A7HINQ, A7HSTARC, A7HSTCNV, THE A7SIUSCR
      * SCREENING STEP, A7CLMINV, A7RECOV, A7BKOUT AND A7CATBDX -
      * KEEP ALL USERS ON THIS COPY WHEN THE LAYOUT CHANGES.
      * HIST-DISP STAYS THE DISPOSITION A7SPLIT KNEW AT SPLIT TIME;
      * HIST-CUR-STATUS AND HIST-STAT-DATE TRACK THE CLAIM'S CURRENT
      * LIFECYCLE STATUS AS A7HSTUP APPLIES THE DOWNSTREAM EVENTS.
      * HIST-SOURCE IS THE INTAKE SOURCE THE CLAIM ARRIVED UNDER
      * ('RCY' RECYCLE, 'REL' SUSPENSE RELEASE).
      * HIST-CAT-CODE IS THE CATASTROPHE EVENT A7SPLIT (OR A
      * LATER A7CATBDX RETAG) TIED THE CLAIM TO, SPACES WHEN NONE.
      *-----------------------------------------------------------------
       01 HIST-REC.
          05 HIST-KEY.
             10 HIST-POLICY      PIC X(10).
             10 HIST-RECV-DATE   PIC X(08).
             10 HIST-SEQ         PIC 9(03).
          05 HIST-RUN-DATE       PIC X(08).
          05 HIST-DISP           PIC X(09).
          05 HIST-REGION         PIC X(03).
          05 HIST-REJ-CODE       PIC X(02).
          05 HIST-DUP-SW         PIC X(01).
          05 HIST-AMOUNT         PIC 9(07)V99.
          05 HIST-RUN-ID         PIC X(14).
          05 HIST-CUR-STATUS     PIC X(12).
          05 HIST-STAT-DATE      PIC X(08).
          05 HIST-PROD-CODE      PIC X(03).
          05 HIST-JUSTIFY        PIC X(30).
          05 HIST-SOURCE         PIC X(03).
          05 HIST-CAT-CODE       PIC X(06).
