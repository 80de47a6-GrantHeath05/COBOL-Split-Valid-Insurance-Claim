
      *-----------------------------------------------------------------
      * AUTHOR:  GRANT HEATH
      * PURPOSE: RUN-CONTROL BRACKET FOR THE DAILY CYCLE. THE SCHEDULER
      *          CALLS THIS STEP WITH A CYCPARM RECORD (STEP NAME, PHASE
      *          START/END, AND ON END THE RUN ID THE STEP PROCESSED)
      *          BEFORE AND AFTER EACH JOB IN THE CHAIN: A7RECYC,
      *          A7SPLIT, A7BAL, A7HISTLD, A7SIUSCR, A7SUSRL, A7PAYX,
      *          A7CHQREG, A7PAYR, A7RECOV, A7HSTUP, A7GLPOST. EACH
      *          STEP'S START/END AND RUN ID ARE RECORDED IN THE CYCCTL
      *          CYCLE-CONTROL FILE; A STEP IS REFUSED (RC 8, NOTHING
      *          RECORDED) WHEN AN EARLIER STEP HAS NOT ENDED, WHEN THE
      *          STEP ALREADY RAN TODAY, OR - AT THE START OF A7SPLIT -
      *          WHEN A GENERATION SWAP THE SCHEDULER OWES IS MISSING:
      *          REJTRACK MUST MATCH THE REJTRKO A COMPLETED A7RECYC
      *          WROTE, AND A RESTARTF LEFT BY A BATCH CONTROL FAILURE
      *          MUST BE CLEARED BEFORE THE RERUN. EVERY CALL PRINTS THE
      *          CYCRPT STATUS REPORT SO THE OPERATOR SEES EXACTLY WHICH
      *          STEP OF TODAY'S CHAIN IS NEXT.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      * OUTSIDE THE ENFORCED CYCLE AND IS REFUSED SO A TYPO IN THE
      * SCHEDULER SHOWS UP AS A REFUSAL, NOT A SILENT NO-OP
      *-----------------------------------------------------------------
       01 WS-STEP-MAX           PIC 9(02)         VALUE 12.
       01 WS-STEP-SUB           PIC 9(02)         VALUE 0.
       01 WS-STEP-IDX           PIC 9(02)         VALUE 0.

          05 FILLER             PIC X(08)         VALUE 'A7SPLIT'.
          05 FILLER             PIC X(08)         VALUE 'A7BAL'.
          05 FILLER             PIC X(08)         VALUE 'A7HISTLD'.
          05 FILLER             PIC X(08)         VALUE 'A7SIUSCR'.
          05 FILLER             PIC X(08)         VALUE 'A7SUSRL'.
          05 FILLER             PIC X(08)         VALUE 'A7PAYX'.
          05 FILLER             PIC X(08)         VALUE 'A7CHQREG'.
          05 FILLER             PIC X(08)         VALUE 'A7PAYR'.
          05 FILLER             PIC X(08)         VALUE 'A7RECOV'.
          05 FILLER             PIC X(08)         VALUE 'A7HSTUP'.
          05 FILLER             PIC X(08)         VALUE 'A7GLPOST'.
       01 WS-STEP-NAMES REDEFINES WS-STEP-NAMES-VAL.
          05 WS-STEP-NAME       PIC X(08) OCCURS 12 TIMES.

      * TODAY'S CYCLE STATE, LOADED FROM CYCCTL AND REWRITTEN AFTER
      * THE REQUEST IS APPLIED. STATUS: SPACE = NOT STARTED, 'S' =
      * STARTED, 'E' = ENDED
      *-----------------------------------------------------------------
       01 WS-CYCLE-STATE.
          05 WS-CYC-ENTRY OCCURS 12 TIMES.
             10 WS-CYC-START    PIC X(14).
             10 WS-CYC-END      PIC X(14).
             10 WS-CYC-RUN-ID   PIC X(14).
