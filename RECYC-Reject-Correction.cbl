      *          CORRECTIONS FROM THE CORRTRAN TRANSACTION FILE
      *          (PRODUCT CODE OR CLAIM TYPE), AND WRITES THE FIXED
      *          RECORDS TO THE RECYCLE FILE THAT A7SPLIT READS AS AN
      *          ADDITIONAL INPUT ON ITS NEXT RUN. A POLICY COVERAGE
      *          REJECT IS FIXED ON THE POLICY MASTER, NOT THE CLAIM,
      *          SO A RECHECK TRANSACTION SENDS THAT CLAIM BACK
      *          THROUGH UNCHANGED ONCE UNDERWRITING HAS CORRECTED
      *          THE POLICY. EVERY REJECT IS
      *          CARRIED ON THE REJTRACK TRACKING FILE (READ IN,
      *          REWRITTEN TO REJTRKO FOR THE NEXT RUN) WITH ITS FIRST
      *          REJECT DATE AND RECYCLE COUNT, SO STALE REJECTS AND
          05 REJ-REASON-CODE    PIC X(02).
          05 REJ-REASON-TEXT    PIC X(30).

      * CORRECTION TRANSACTIONS KEYED BY POLICY NUMBER. CT-FIELD IS
      * PRODCODE OR CLAIMTYP (CT-NEW-VALUE REPLACES THAT FIELD), OR
      * RECHECK (NO NEW VALUE - RE-PRESENT THE CLAIM AS IT STANDS
      * AFTER A POLICY MASTER CORRECTION)
      *-----------------------------------------------------------------
       FD  CORRTRAN-IN.
       01 CORRTRAN-REC.
                         TO WS-FIX-CLAIM-TYPE
                      SET WS-FIX-APPLIED TO TRUE
                      MOVE 'Y' TO WS-CORR-USED-SW(WS-CORR-SUB)
                 WHEN 'RECHECK'
                      SET WS-FIX-APPLIED TO TRUE
                      MOVE 'Y' TO WS-CORR-USED-SW(WS-CORR-SUB)
                 WHEN OTHER
                      DISPLAY 'A7RECYC: UNKNOWN CORRECTION FIELD '
                              WS-CORR-FIELD(WS-CORR-SUB)
