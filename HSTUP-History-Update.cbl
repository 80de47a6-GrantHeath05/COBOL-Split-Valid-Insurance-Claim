      * PURPOSE: APPLY DOWNSTREAM LIFECYCLE STATUS EVENTS TO THE
      *          PERMANENT HISTMAST CLAIMS HISTORY MASTER. A7SUSRL
      *          (SUS-RELEASED / SUS-REJECTED), A7RECYC (RECYCLED),
      *          A7PAYX (PAID, WITH THE PAYMENT DATE) AND A7RECOV
      *          (REVERSED, FOR A PAID CLAIM TAKEN BACK) EACH WRITE
      *          EVENT FILES IN THE HIST-EVENT-REC LAYOUT OWNED HERE;
      *          THE SCHEDULER CONCATENATES THEM INTO HISTEVT AND THIS
      *          STEP STAMPS EACH EVENT'S STATUS AND DATE ONTO THE
      *          MATCHING MASTER RECORD, SO ONE A7HINQ INQUIRY ANSWERS
      *          "WHAT HAPPENED TO THIS CLAIM" END TO END. RUNS AS A
      *          COMPANION STEP AFTER THE DOWNSTREAM JOBS, THE SAME WAY
      *          A7HISTLD FOLLOWS A7SPLIT.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       FILE SECTION.
      * LIFECYCLE STATUS EVENTS (LAYOUT OWNED HERE - A7SUSRL,
      * A7RECYC, A7PAYX AND A7RECOV WRITE IT)
      *-----------------------------------------------------------------
       FD  EVENT-IN.
       01 HIST-EVENT-REC.
      * PERMANENT CLAIMS HISTORY MASTER (LAYOUT OWNED BY A7HISTLD)
      *-----------------------------------------------------------------
       FD  HIST-MASTER.
       COPY HISTREC.

       WORKING-STORAGE SECTION.

      * current status is not already the event's status. When the
      * same policy claims more than once on one day the events
      * apply in arrival order, one claim each, which is the best
      * the key carries. A REVERSED event only ever lands on a claim
      * that is PAID - it must not take a rejected or still-held
      * claim of the same day for the one actually paid. REVERSED
      * is final: no later event lands on a reversed claim, so a
      * second claim of the same day paid after it is stamped, not
      * the reversed one
      *---------------------------------------------------------------
       2000-APPLY-LOOP.
           MOVE 'N' TO WS-APPLIED-SW
                      MOVE WS-SEQ-MAX TO WS-SEQ
                   NOT INVALID KEY
                      SET REC-FOUND TO TRUE
                      IF HIST-CUR-STATUS NOT = HEV-STATUS AND
                         HIST-CUR-STATUS NOT = 'REVERSED' AND
                         (HEV-STATUS NOT = 'REVERSED' OR
                          HIST-CUR-STATUS = 'PAID')
                         MOVE HEV-STATUS     TO HIST-CUR-STATUS
                         MOVE HEV-EVENT-DATE TO HIST-STAT-DATE
                         REWRITE HIST-REC
