      * HISTORY EXTRACT (ONE RECORD PER CLAIM, FROM A7SPLIT)
      *-----------------------------------------------------------------
       FD  HIST-EXTRACT.
       COPY HISTXREC.

      * PERMANENT CLAIMS HISTORY MASTER. HIST-DISP STAYS THE
      * DISPOSITION A7SPLIT KNEW AT SPLIT TIME; HIST-CUR-STATUS AND
      * HIST-STAT-DATE TRACK THE CLAIM'S CURRENT LIFECYCLE STATUS AS
      * THE A7HSTUP COMPANION STEP APPLIES DOWNSTREAM EVENTS
      * (SUSPENDED, SUS-RELEASED, SUS-REJECTED, RECYCLED, PAID)
      *-----------------------------------------------------------------
       FD  HIST-MASTER.
       COPY HISTREC.

       WORKING-STORAGE SECTION.

              MOVE HX-RUN-ID    TO HIST-RUN-ID
              MOVE HX-DISP      TO HIST-CUR-STATUS
              MOVE HX-RUN-DATE  TO HIST-STAT-DATE
              MOVE HX-PROD-CODE TO HIST-PROD-CODE
              MOVE HX-JUSTIFY   TO HIST-JUSTIFY
              MOVE HX-SOURCE    TO HIST-SOURCE
              MOVE HX-CAT-CODE  TO HIST-CAT-CODE
              WRITE HIST-REC
              INVALID KEY
                 DISPLAY 'A7HISTLD: WRITE FAILED, KEY=' HIST-KEY
