       IDENTIFICATION DIVISION.
       PROGRAM-ID. A7SIUSCR.

      *-----------------------------------------------------------------
      * AUTHOR:  GRANT HEATH
      * PURPOSE: CROSS-DAY SUSPICIOUS CLAIM SCREENING. RUNS AS A
      *          COMPANION STEP AFTER A7HISTLD AND CHECKS EVERY CLAIM
      *          ON TODAY'S HISTEXT AGAINST THE PERMANENT HISTMAST
      *          HISTORY, WHICH THE A7SPLIT DUPCHECK PASS (ONE RUN
      *          ONLY) CANNOT SEE. FOUR RULES, EACH WITH ITS OWN
      *          THRESHOLDS AND SCORE ON THE SIUPARM RULES FILE:
      *          FQ - OTHER CLAIMS ON THE POLICY WITHIN N DAYS OF THIS
      *          ONE; NL - REPEATED AMOUNTS SITTING JUST UNDER THE
      *          PRODUCT'S AUTHLIM LIMIT; JT - THE SAME JUSTIFICATION
      *          TEXT ON OTHER POLICIES WITHIN THE LOOKBACK; PA - AN
      *          EARLIER CLAIM ON THE POLICY THAT WAS REJECTED OR
      *          REVERSED. A CLAIM THAT FIRES ANY RULE IS WRITTEN TO
      *          THE SIUREF REFERRAL FILE AND LISTED ON THE SIURPT
      *          REPORT WITH ITS SCORE AND RULE CODES. A CLAIM ON ITS
      *          WAY TO PAYMENT (REPAIR OR REPLACE) WHOSE SCORE
      *          REACHES THE BLOCK SCORE IS FLAGGED BLOCKED ON SIUREF;
      *          A7PAYX THEN ROUTES IT TO SUSPENSE FOR A SUPERVISOR
      *          DECISION INSTEAD OF PAYING IT. A CLAIM COMING BACK
      *          FROM A SUSPENSE RELEASE HAS ALREADY HAD THAT DECISION
      *          AND IS REFERRED BUT NEVER BLOCKED AGAIN.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SIU-PARM-IN   ASSIGN TO SIUPARM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT HIST-EXTRACT  ASSIGN TO HISTEXT
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT HIST-MASTER   ASSIGN TO HISTMAST
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS HIST-KEY
                                FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUTHLIM-IN    ASSIGN TO AUTHLIM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-AUTHLIM-STATUS.
           SELECT JUST-WORK-FILE ASSIGN TO JUSTWORK
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS JW-KEY
                                FILE STATUS IS WS-JUSTWORK-STATUS.
           SELECT SIU-REF-OUT   ASSIGN TO SIUREF
                                ORGANIZATION IS SEQUENTIAL.
           SELECT SIU-RPT-OUT   ASSIGN TO SIURPT
                                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * SCREENING RULES - ONE RECORD. A ZERO THRESHOLD SWITCHES ITS
      * RULE OFF; A ZERO BLOCK SCORE MEANS REFER ONLY, NEVER BLOCK
      *-----------------------------------------------------------------
       FD  SIU-PARM-IN.
       01 SIU-PARM-REC.
          05 SP-RULE-VALUES.
             10 SP-FREQ-DAYS     PIC 9(03).
             10 SP-FREQ-COUNT    PIC 9(03).
             10 SP-FREQ-SCORE    PIC 9(03).
             10 SP-NEAR-PCT      PIC 9(03).
             10 SP-NEAR-COUNT    PIC 9(03).
             10 SP-NEAR-SCORE    PIC 9(03).
             10 SP-JUST-DAYS     PIC 9(03).
             10 SP-JUST-POLICIES PIC 9(03).
             10 SP-JUST-SCORE    PIC 9(03).
             10 SP-PRIOR-SCORE   PIC 9(03).
             10 SP-BLOCK-SCORE   PIC 9(03).

      * TODAY'S CLAIMS HISTORY EXTRACT (LAYOUT OWNED BY A7SPLIT)
      *-----------------------------------------------------------------
       FD  HIST-EXTRACT.
       COPY HISTXREC.

      * PERMANENT CLAIMS HISTORY MASTER (LAYOUT OWNED BY A7HISTLD) -
      * ALREADY CARRIES TODAY'S CLAIMS, LOADED BY THE STEP BEFORE
      *-----------------------------------------------------------------
       FD  HIST-MASTER.
       COPY HISTREC.

      * PER-PRODUCT AUTHORITY LIMITS (LAYOUT OWNED BY A7SPLIT)
      *-----------------------------------------------------------------
       FD  AUTHLIM-IN.
       01 AUTHLIM-REC.
          05 AL-PROD-CODE        PIC X(03).
          05 AL-LIMIT            PIC 9(07)V99.

      * KEYED JUSTIFICATION WORK FILE, REBUILT EACH RUN FROM THE
      * HISTMAST CLAIMS RECEIVED INSIDE THE JT LOOKBACK - ONE ROW
      * PER DISTINCT TEXT AND POLICY, SO THE POLICIES SHARING A
      * TEXT ARE THE ROWS UNDER THAT TEXT
      *-----------------------------------------------------------------
       FD  JUST-WORK-FILE.
       01 JUST-WORK-REC.
          05 JW-KEY.
             10 JW-JUSTIFY       PIC X(30).
             10 JW-POLICY        PIC X(10).

      * SIU REFERRALS (LAYOUT OWNED BY THIS PROGRAM)
      *-----------------------------------------------------------------
       FD  SIU-REF-OUT.
       COPY SIUREC.

       FD  SIU-RPT-OUT.
       01 SIU-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

      * FLAGS AND FILE STATUS
      *-----------------------------------------------------------------
       01 WS-FLAGS.
          05 WS-EXTRACT-EOF     PIC X             VALUE 'N'.
             88 EXTRACT-EOF-YES                   VALUE 'Y'.
          05 WS-HIST-EOF        PIC X             VALUE 'N'.
             88 HIST-EOF-YES                      VALUE 'Y'.
          05 WS-JUST-EOF        PIC X             VALUE 'N'.
             88 JUST-EOF-YES                      VALUE 'Y'.
          05 WS-AUTHLIM-EOF     PIC X             VALUE 'N'.
             88 AUTHLIM-EOF-YES                   VALUE 'Y'.
          05 WS-EXTRACT-OPEN-SW PIC X             VALUE 'N'.
             88 WS-EXTRACT-OPENED                 VALUE 'Y'.
          05 WS-SELF-SW         PIC X             VALUE 'N'.
             88 WS-SELF-FOUND                     VALUE 'Y'.
          05 WS-CUR-NEAR-SW     PIC X             VALUE 'N'.
             88 WS-CUR-NEAR-LIMIT                 VALUE 'Y'.
          05 WS-TEST-NEAR-SW    PIC X             VALUE 'N'.
             88 WS-TEST-NEAR-LIMIT                VALUE 'Y'.

       01 WS-PARM-STATUS        PIC X(02)         VALUE '00'.
       01 WS-EXTRACT-STATUS     PIC X(02)         VALUE '00'.
       01 WS-MASTER-STATUS      PIC X(02)         VALUE '00'.
       01 WS-AUTHLIM-STATUS     PIC X(02)         VALUE '00'.
       01 WS-JUSTWORK-STATUS    PIC X(02)         VALUE '00'.

      * SCREENING RULES IN FORCE. THE VALUES BELOW ARE THE STANDARD
      * RULES, USED WHEN NO SIUPARM RECORD IS SUPPLIED
      *-----------------------------------------------------------------
       01 WS-SIU-RULES.
          05 WS-FREQ-DAYS       PIC 9(03)         VALUE 30.
          05 WS-FREQ-COUNT      PIC 9(03)         VALUE 2.
          05 WS-FREQ-SCORE      PIC 9(03)         VALUE 30.
          05 WS-NEAR-PCT        PIC 9(03)         VALUE 10.
          05 WS-NEAR-COUNT      PIC 9(03)         VALUE 2.
          05 WS-NEAR-SCORE      PIC 9(03)         VALUE 30.
          05 WS-JUST-DAYS       PIC 9(03)         VALUE 90.
          05 WS-JUST-POLICIES   PIC 9(03)         VALUE 2.
          05 WS-JUST-SCORE      PIC 9(03)         VALUE 25.
          05 WS-PRIOR-SCORE     PIC 9(03)         VALUE 40.
          05 WS-BLOCK-SCORE     PIC 9(03)         VALUE 60.

      * AUTHORITY LIMIT TABLE (SAME SIZE AS A7SPLIT'S)
      *-----------------------------------------------------------------
       01 WS-AUTH-MAX           PIC 9(02)         VALUE 10.
       01 WS-AUTH-COUNT         PIC 9(02)         VALUE 0.
       01 WS-SUB                PIC 9(02)         VALUE 0.

       01 WS-AUTH-LIMITS.
          05 WS-AUTH-ENTRY OCCURS 10 TIMES.
             10 WS-AUTH-PROD    PIC X(03).
             10 WS-AUTH-LIMIT   PIC 9(07)V99.

      * NEAR-LIMIT TEST FIELDS - THE CLAIM UNDER TEST IS STAGED HERE
      * SO TODAY'S CLAIM AND ITS HISTORY GO THROUGH THE SAME TEST
      *-----------------------------------------------------------------
       01 WS-TEST-PROD          PIC X(03)         VALUE SPACES.
       01 WS-TEST-AMOUNT        PIC 9(07)V99      VALUE 0.
       01 WS-TEST-LIMIT         PIC 9(07)V99      VALUE 0.
       01 WS-NEAR-FLOOR         PIC 9(07)V99      VALUE 0.

      * DATE ARITHMETIC (SAME INTEGER-OF-DATE WORK AS THE A7SUSRL
      * AND A7RECYC AGING)
      *-----------------------------------------------------------------
       01 WS-RUN-DATE           PIC X(08)         VALUE SPACES.
       01 WS-RUN-DATE-NUM       PIC 9(08)         VALUE 0.
       01 WS-DATE-NUM           PIC 9(08)         VALUE 0.
       01 WS-CLAIM-DAY          PIC 9(07)         VALUE 0.
       01 WS-HIST-DAY           PIC 9(07)         VALUE 0.
       01 WS-DAY-DIFF           PIC S9(07)        VALUE 0.
       01 WS-JUST-CUTOFF        PIC 9(07)         VALUE 0.

      * PER-CLAIM RULE WORK
      *-----------------------------------------------------------------
       01 WS-FREQ-HITS          PIC 9(05)         VALUE 0.
       01 WS-NEAR-HITS          PIC 9(05)         VALUE 0.
       01 WS-JUST-HITS          PIC 9(05)         VALUE 0.
       01 WS-PRIOR-HITS         PIC 9(05)         VALUE 0.
       01 WS-CLAIM-SCORE        PIC 9(04)         VALUE 0.
       01 WS-RULE-SUB           PIC 9(01)         VALUE 0.
       01 WS-RULE-HIT           PIC X(02)         VALUE SPACES.

      * RUN TOTALS
      *-----------------------------------------------------------------
       01 WS-SIU-TOTALS.
          05 WS-READ-COUNT      PIC 9(07)         VALUE 0.
          05 WS-NOTSCR-COUNT    PIC 9(07)         VALUE 0.
          05 WS-SCREENED-COUNT  PIC 9(07)         VALUE 0.
          05 WS-REFER-COUNT     PIC 9(07)         VALUE 0.
          05 WS-REFER-AMOUNT    PIC 9(09)V99      VALUE 0.
          05 WS-BLOCK-COUNT     PIC 9(07)         VALUE 0.
          05 WS-BLOCK-AMOUNT    PIC 9(09)V99      VALUE 0.
          05 WS-FQ-COUNT        PIC 9(07)         VALUE 0.
          05 WS-NL-COUNT        PIC 9(07)         VALUE 0.
          05 WS-JT-COUNT        PIC 9(07)         VALUE 0.
          05 WS-PA-COUNT        PIC 9(07)         VALUE 0.
          05 WS-NOHIST-COUNT    PIC 9(07)         VALUE 0.
          05 WS-JUST-INDEXED    PIC 9(07)         VALUE 0.

      * REPORT FORMATTING
      *-----------------------------------------------------------------
       01 WS-SIU-HDR-1.
          05 FILLER             PIC X(10)         VALUE SPACES.
          05 FILLER             PIC X(40)         VALUE
             'SIU SUSPICIOUS CLAIM SCREENING - RUN OF'.
          05 SIUH-DATE          PIC X(08).

       01 WS-SIU-DASHES         PIC X(90)         VALUE ALL '-'.

       01 WS-SIU-COL-HDR.
          05 FILLER             PIC X(12)         VALUE 'POLICY #'.
          05 FILLER             PIC X(10)         VALUE 'RECEIVED'.
          05 FILLER             PIC X(06)         VALUE 'PROD'.
          05 FILLER             PIC X(05)         VALUE 'REG'.
          05 FILLER             PIC X(11)         VALUE 'DISP'.
          05 FILLER             PIC X(16)         VALUE
             '         AMOUNT'.
          05 FILLER             PIC X(07)         VALUE 'SCORE'.
          05 FILLER             PIC X(13)         VALUE 'RULES'.
          05 FILLER             PIC X(06)         VALUE 'ACTION'.

       01 WS-SIU-DET-LINE.
          05 SIUL-POLICY        PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SIUL-RECV-DATE     PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SIUL-PROD          PIC X(03).
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 SIUL-REGION        PIC X(03).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SIUL-DISP          PIC X(09).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SIUL-AMT           PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SIUL-SCORE         PIC ZZ9.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 SIUL-RULE-1        PIC X(02).
          05 FILLER             PIC X(01)         VALUE SPACES.
          05 SIUL-RULE-2        PIC X(02).
          05 FILLER             PIC X(01)         VALUE SPACES.
          05 SIUL-RULE-3        PIC X(02).
          05 FILLER             PIC X(01)         VALUE SPACES.
          05 SIUL-RULE-4        PIC X(02).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SIUL-ACTION        PIC X(05).

       01 WS-SIU-TOT-LINE.
          05 SIUT-LABEL         PIC X(28).
          05 SIUT-COUNT         PIC ZZZZZZ9.
          05 FILLER             PIC X(05)         VALUE SPACES.
          05 SIUT-AMT-LABEL     PIC X(08).
          05 SIUT-AMT           PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SIU-RULE-HDR.
          05 FILLER             PIC X(41)         VALUE
             '  RULES IN FORCE:'.
          05 FILLER             PIC X(10)         VALUE 'WINDOW'.
          05 FILLER             PIC X(08)         VALUE 'THRESH'.
          05 FILLER             PIC X(05)         VALUE 'SCORE'.

       01 WS-SIU-RULE-LINE.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SIUR-CODE          PIC X(02).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SIUR-TEXT          PIC X(35).
          05 SIUR-WINDOW        PIC ZZ9.
          05 FILLER             PIC X(01)         VALUE SPACES.
          05 SIUR-WIN-UNIT      PIC X(06).
          05 SIUR-THRESH        PIC ZZ9.
          05 FILLER             PIC X(05)         VALUE SPACES.
          05 SIUR-SCORE         PIC ZZ9.

       PROCEDURE DIVISION.
      * Main
      *---------------------------------------------------------------
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCREEN-CLAIM UNTIL EXTRACT-EOF-YES
           PERFORM 3000-WRITE-TOTALS
           PERFORM 4000-CLOSE
           PERFORM 4900-SET-CONDITION-CODE
           GOBACK.

      * Open files. SIUREF is always written, even empty, because
      * A7PAYX reads it for the day's blocks. A missing HISTEXT is a
      * day with nothing split - there is simply nothing to screen.
      * A missing HISTMAST is not: screening against no history
      * would pass every claim clean
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           OPEN OUTPUT SIU-REF-OUT SIU-RPT-OUT

           PERFORM 1050-LOAD-RULES
           PERFORM 1060-LOAD-AUTHORITY-LIMITS

           OPEN INPUT HIST-EXTRACT
           IF WS-EXTRACT-STATUS = '00'
              SET WS-EXTRACT-OPENED TO TRUE
           ELSE
              DISPLAY 'A7SIUSCR: NO HISTEXT TO SCREEN, STATUS='
                      WS-EXTRACT-STATUS
              SET EXTRACT-EOF-YES TO TRUE
           END-IF

           OPEN INPUT HIST-MASTER
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY 'A7SIUSCR-F: OPEN FAILED FILE=HISTMAST STATUS='
                      WS-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

      *    THE JUSTIFICATION WORK FILE IS REBUILT EMPTY EVERY RUN
           OPEN OUTPUT JUST-WORK-FILE
           CLOSE JUST-WORK-FILE
           OPEN I-O JUST-WORK-FILE
           IF WS-JUSTWORK-STATUS NOT = '00'
              DISPLAY 'A7SIUSCR-F: OPEN FAILED FILE=JUSTWORK STATUS='
                      WS-JUSTWORK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO SIUH-DATE
           WRITE SIU-RPT-LINE FROM WS-SIU-HDR-1
           WRITE SIU-RPT-LINE FROM WS-SIU-DASHES
           WRITE SIU-RPT-LINE FROM WS-SIU-COL-HDR

           IF NOT EXTRACT-EOF-YES
              PERFORM 1100-BUILD-JUSTIFY-INDEX
              PERFORM 2900-READ-EXTRACT
           END-IF.

      * Load the screening rules. No SIUPARM means the standard
      * rules in WS-SIU-RULES stand. A rules record that is not all
      * digits stops the run - a garbled threshold could switch a
      * rule off without anyone noticing
      *---------------------------------------------------------------
       1050-LOAD-RULES.
           OPEN INPUT SIU-PARM-IN
           IF WS-PARM-STATUS NOT = '00'
              DISPLAY 'A7SIUSCR: NO SIUPARM, STANDARD RULES IN FORCE '
                      'STATUS=' WS-PARM-STATUS
           ELSE
              READ SIU-PARM-IN
              AT END
                 DISPLAY 'A7SIUSCR: SIUPARM IS EMPTY, STANDARD RULES '
                         'IN FORCE'
              NOT AT END
                 IF SP-RULE-VALUES IS NOT NUMERIC OR SP-NEAR-PCT > 99
                    DISPLAY 'A7SIUSCR-F: SIUPARM RULE VALUES INVALID '
                            'FILE=SIUPARM'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE SP-FREQ-DAYS     TO WS-FREQ-DAYS
                 MOVE SP-FREQ-COUNT    TO WS-FREQ-COUNT
                 MOVE SP-FREQ-SCORE    TO WS-FREQ-SCORE
                 MOVE SP-NEAR-PCT      TO WS-NEAR-PCT
                 MOVE SP-NEAR-COUNT    TO WS-NEAR-COUNT
                 MOVE SP-NEAR-SCORE    TO WS-NEAR-SCORE
                 MOVE SP-JUST-DAYS     TO WS-JUST-DAYS
                 MOVE SP-JUST-POLICIES TO WS-JUST-POLICIES
                 MOVE SP-JUST-SCORE    TO WS-JUST-SCORE
                 MOVE SP-PRIOR-SCORE   TO WS-PRIOR-SCORE
                 MOVE SP-BLOCK-SCORE   TO WS-BLOCK-SCORE
              END-READ
              CLOSE SIU-PARM-IN
           END-IF.

      * Load the per-product authority limits for the NL rule. Like
      * A7SPLIT, a file that cannot be opened stops the run. A
      * product with no row carries no limit and never fires NL
      *---------------------------------------------------------------
       1060-LOAD-AUTHORITY-LIMITS.
           OPEN INPUT AUTHLIM-IN
           IF WS-AUTHLIM-STATUS NOT = '00'
              DISPLAY 'A7SIUSCR-F: OPEN FAILED FILE=AUTHLIM STATUS='
                      WS-AUTHLIM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL AUTHLIM-EOF-YES
                   READ AUTHLIM-IN
                   AT END
                      SET AUTHLIM-EOF-YES TO TRUE
                   NOT AT END
                      IF WS-AUTH-COUNT < WS-AUTH-MAX
                         ADD 1 TO WS-AUTH-COUNT
                         MOVE AL-PROD-CODE
                            TO WS-AUTH-PROD(WS-AUTH-COUNT)
                         MOVE AL-LIMIT
                            TO WS-AUTH-LIMIT(WS-AUTH-COUNT)
                      ELSE
                         DISPLAY 'A7SIUSCR: OVER ' WS-AUTH-MAX
                                 ' AUTHLIM ROWS - EXTRAS IGNORED'
                      END-IF
                   END-READ
           END-PERFORM

           CLOSE AUTHLIM-IN.

      * Index every justification text received inside the JT
      * lookback by text and policy. Today's claims are already on
      * HISTMAST, so two policies sharing a text on the same day
      * find each other too
      *---------------------------------------------------------------
       1100-BUILD-JUSTIFY-INDEX.
           COMPUTE WS-JUST-CUTOFF =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - WS-JUST-DAYS

           MOVE 'N' TO WS-HIST-EOF
           MOVE LOW-VALUES TO HIST-KEY
           START HIST-MASTER KEY NOT < HIST-KEY
           INVALID KEY
              SET HIST-EOF-YES TO TRUE
           END-START

           PERFORM 1150-INDEX-ONE-HISTORY UNTIL HIST-EOF-YES.

      * File one history record's text under its policy. The same
      * text and policy seen again is already indexed
      *---------------------------------------------------------------
       1150-INDEX-ONE-HISTORY.
           READ HIST-MASTER NEXT RECORD
           AT END
              SET HIST-EOF-YES TO TRUE
           NOT AT END
              IF HIST-JUSTIFY NOT = SPACES AND
                 HIST-RECV-DATE IS NUMERIC
                 MOVE HIST-RECV-DATE TO WS-DATE-NUM
                 COMPUTE WS-HIST-DAY =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 IF WS-HIST-DAY NOT < WS-JUST-CUTOFF
                    MOVE HIST-JUSTIFY TO JW-JUSTIFY
                    MOVE HIST-POLICY  TO JW-POLICY
                    WRITE JUST-WORK-REC
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       ADD 1 TO WS-JUST-INDEXED
                    END-WRITE
                 END-IF
              END-IF
           END-READ.

      * Screen one extract claim. A claim A7SPLIT rejected is going
      * nowhere near payment and is not screened; everything else
      * runs every rule, and any rule that fires refers the claim
      *---------------------------------------------------------------
       2000-SCREEN-CLAIM.
           ADD 1 TO WS-READ-COUNT
           IF HX-DISP = 'REJECTED'
              ADD 1 TO WS-NOTSCR-COUNT
           ELSE
              ADD 1 TO WS-SCREENED-COUNT
              MOVE 0      TO WS-FREQ-HITS
              MOVE 0      TO WS-NEAR-HITS
              MOVE 0      TO WS-JUST-HITS
              MOVE 0      TO WS-PRIOR-HITS
              MOVE SPACES TO SIU-REF-REC

              MOVE HX-PROD-CODE TO WS-TEST-PROD
              MOVE HX-AMOUNT    TO WS-TEST-AMOUNT
              PERFORM 2110-TEST-NEAR-LIMIT
              MOVE WS-TEST-NEAR-SW TO WS-CUR-NEAR-SW

              PERFORM 2200-SWEEP-POLICY-HISTORY
              PERFORM 2300-CHECK-JUSTIFY-TEXT
              PERFORM 2400-SCORE-CLAIM
              IF WS-RULE-SUB > 0
                 PERFORM 2500-WRITE-REFERRAL
              END-IF
           END-IF

           PERFORM 2900-READ-EXTRACT.

      * Near-limit test for the product and amount staged in
      * WS-TEST-PROD / WS-TEST-AMOUNT: under the product's authority
      * limit, but by no more than the NL percentage of it
      *---------------------------------------------------------------
       2110-TEST-NEAR-LIMIT.
           MOVE 'N' TO WS-TEST-NEAR-SW
           MOVE 0   TO WS-TEST-LIMIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-AUTH-COUNT
              IF WS-TEST-PROD = WS-AUTH-PROD(WS-SUB)
                 MOVE WS-AUTH-LIMIT(WS-SUB) TO WS-TEST-LIMIT
              END-IF
           END-PERFORM

           IF WS-TEST-LIMIT > 0 AND WS-NEAR-COUNT > 0
              COMPUTE WS-NEAR-FLOOR ROUNDED =
                 WS-TEST-LIMIT * (100 - WS-NEAR-PCT) / 100
              IF WS-TEST-AMOUNT < WS-TEST-LIMIT AND
                 WS-TEST-AMOUNT NOT < WS-NEAR-FLOOR
                 SET WS-TEST-NEAR-LIMIT TO TRUE
              END-IF
           END-IF.

      * Walk every HISTMAST record for the claim's policy. The first
      * record matching the claim itself (same run, received date
      * and amount) is its own history row and is skipped. A claim
      * A7RECYC recycled after a reject also skips its own earlier
      * incarnations (same received date) - being corrected is not
      * a repeat claim or a prior reject. Every other record is
      * compared against the claim
      *---------------------------------------------------------------
       2200-SWEEP-POLICY-HISTORY.
           MOVE 'N' TO WS-SELF-SW
           MOVE 'N' TO WS-HIST-EOF
           MOVE LOW-VALUES TO HIST-KEY
           MOVE HX-POLICY  TO HIST-POLICY
           START HIST-MASTER KEY NOT < HIST-KEY
           INVALID KEY
              SET HIST-EOF-YES TO TRUE
           END-START

           PERFORM 2210-CHECK-ONE-HISTORY UNTIL HIST-EOF-YES

           IF NOT WS-SELF-FOUND
              ADD 1 TO WS-NOHIST-COUNT
              DISPLAY 'A7SIUSCR: NO HISTMAST RECORD FOR POLICY '
                      HX-POLICY ' RECEIVED ' HX-RECV-DATE
                      ' RUN ' HX-RUN-ID
           END-IF.

      * Read the next history record for the policy
      *---------------------------------------------------------------
       2210-CHECK-ONE-HISTORY.
           READ HIST-MASTER NEXT RECORD
           AT END
              SET HIST-EOF-YES TO TRUE
           NOT AT END
              EVALUATE TRUE
              WHEN HIST-POLICY NOT = HX-POLICY
                   SET HIST-EOF-YES TO TRUE
              WHEN NOT WS-SELF-FOUND AND
                   HIST-RUN-ID = HX-RUN-ID AND
                   HIST-RECV-DATE = HX-RECV-DATE AND
                   HIST-AMOUNT = HX-AMOUNT
                   SET WS-SELF-FOUND TO TRUE
              WHEN HX-SOURCE = 'RCY' AND
                   HIST-RECV-DATE = HX-RECV-DATE
                   CONTINUE
              WHEN OTHER
                   PERFORM 2220-COMPARE-HISTORY
              END-EVALUATE
           END-READ.

      * Compare one other claim on the policy against today's:
      * FQ counts it when the two were received within the window
      * of each other; NL counts it when today's claim is near its
      * limit and this one was near its own; PA counts it when it
      * came from an earlier run and ended rejected or reversed
      *---------------------------------------------------------------
       2220-COMPARE-HISTORY.
           IF HX-RECV-DATE IS NUMERIC AND HIST-RECV-DATE IS NUMERIC
              MOVE HX-RECV-DATE TO WS-DATE-NUM
              COMPUTE WS-CLAIM-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              MOVE HIST-RECV-DATE TO WS-DATE-NUM
              COMPUTE WS-HIST-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-DAY-DIFF = WS-CLAIM-DAY - WS-HIST-DAY
              IF WS-DAY-DIFF < 0
                 COMPUTE WS-DAY-DIFF = 0 - WS-DAY-DIFF
              END-IF
              IF WS-DAY-DIFF NOT > WS-FREQ-DAYS
                 ADD 1 TO WS-FREQ-HITS
              END-IF
           END-IF

           IF WS-CUR-NEAR-LIMIT
              MOVE HIST-PROD-CODE TO WS-TEST-PROD
              MOVE HIST-AMOUNT    TO WS-TEST-AMOUNT
              PERFORM 2110-TEST-NEAR-LIMIT
              IF WS-TEST-NEAR-LIMIT
                 ADD 1 TO WS-NEAR-HITS
              END-IF
           END-IF

           IF HIST-RUN-ID < HX-RUN-ID AND
              (HIST-CUR-STATUS = 'REJECTED' OR
               HIST-CUR-STATUS = 'SUS-REJECTED' OR
               HIST-CUR-STATUS = 'REVERSED')
              ADD 1 TO WS-PRIOR-HITS
           END-IF.

      * JT: count the other policies indexed under the claim's
      * justification text. A blank text matches nothing
      *---------------------------------------------------------------
       2300-CHECK-JUSTIFY-TEXT.
           IF HX-JUSTIFY NOT = SPACES
              MOVE 'N' TO WS-JUST-EOF
              MOVE HX-JUSTIFY TO JW-JUSTIFY
              MOVE LOW-VALUES TO JW-POLICY
              START JUST-WORK-FILE KEY NOT < JW-KEY
              INVALID KEY
                 SET JUST-EOF-YES TO TRUE
              END-START
              PERFORM 2310-COUNT-ONE-POLICY UNTIL JUST-EOF-YES
           END-IF.

      * Read the next policy under the text
      *---------------------------------------------------------------
       2310-COUNT-ONE-POLICY.
           READ JUST-WORK-FILE NEXT RECORD
           AT END
              SET JUST-EOF-YES TO TRUE
           NOT AT END
              IF JW-JUSTIFY NOT = HX-JUSTIFY
                 SET JUST-EOF-YES TO TRUE
              ELSE
                 IF JW-POLICY NOT = HX-POLICY
                    ADD 1 TO WS-JUST-HITS
                 END-IF
              END-IF
           END-READ.

      * Fire the rules whose thresholds the claim reached and add up
      * its score. A zero threshold switches its rule off. NL counts
      * today's claim itself toward its repeat threshold
      *---------------------------------------------------------------
       2400-SCORE-CLAIM.
           MOVE 0 TO WS-CLAIM-SCORE
           MOVE 0 TO WS-RULE-SUB

           IF WS-FREQ-COUNT > 0 AND WS-FREQ-HITS NOT < WS-FREQ-COUNT
              MOVE 'FQ' TO WS-RULE-HIT
              PERFORM 2410-ADD-RULE-CODE
              ADD WS-FREQ-SCORE TO WS-CLAIM-SCORE
              ADD 1 TO WS-FQ-COUNT
           END-IF

           IF WS-CUR-NEAR-LIMIT AND
              WS-NEAR-HITS + 1 NOT < WS-NEAR-COUNT
              MOVE 'NL' TO WS-RULE-HIT
              PERFORM 2410-ADD-RULE-CODE
              ADD WS-NEAR-SCORE TO WS-CLAIM-SCORE
              ADD 1 TO WS-NL-COUNT
           END-IF

           IF WS-JUST-POLICIES > 0 AND
              WS-JUST-HITS NOT < WS-JUST-POLICIES
              MOVE 'JT' TO WS-RULE-HIT
              PERFORM 2410-ADD-RULE-CODE
              ADD WS-JUST-SCORE TO WS-CLAIM-SCORE
              ADD 1 TO WS-JT-COUNT
           END-IF

           IF WS-PRIOR-HITS > 0
              MOVE 'PA' TO WS-RULE-HIT
              PERFORM 2410-ADD-RULE-CODE
              ADD WS-PRIOR-SCORE TO WS-CLAIM-SCORE
              ADD 1 TO WS-PA-COUNT
           END-IF.

      * Note one fired rule code on the referral record
      *---------------------------------------------------------------
       2410-ADD-RULE-CODE.
           ADD 1 TO WS-RULE-SUB
           MOVE WS-RULE-HIT TO SR-RULE-CODE(WS-RULE-SUB).

      * Write the claim's referral and its report line. Only a claim
      * headed for payment today can be blocked - a suspended claim
      * already waits on a supervisor, and a claim released from
      * suspense has had its supervisor decision
      *---------------------------------------------------------------
       2500-WRITE-REFERRAL.
           MOVE HX-POLICY    TO SR-POLICY
           MOVE HX-RECV-DATE TO SR-RECV-DATE
           MOVE HX-RUN-ID    TO SR-RUN-ID
           MOVE HX-PROD-CODE TO SR-PROD-CODE
           MOVE HX-REGION    TO SR-REGION
           MOVE HX-DISP      TO SR-DISP
           MOVE HX-AMOUNT    TO SR-AMOUNT
           IF WS-CLAIM-SCORE > 999
              MOVE 999 TO SR-SCORE
           ELSE
              MOVE WS-CLAIM-SCORE TO SR-SCORE
           END-IF
           MOVE WS-RUN-DATE  TO SR-SCREEN-DATE
           MOVE 'N'          TO SR-BLOCK-SW
           IF WS-BLOCK-SCORE > 0 AND
              WS-CLAIM-SCORE NOT < WS-BLOCK-SCORE AND
              (HX-DISP = 'REPAIR' OR HX-DISP = 'REPLACE') AND
              HX-SOURCE NOT = 'REL'
              SET SR-BLOCKED TO TRUE
           END-IF
           WRITE SIU-REF-REC

           ADD 1 TO WS-REFER-COUNT
           ADD HX-AMOUNT TO WS-REFER-AMOUNT

           MOVE SPACES TO WS-SIU-DET-LINE
           MOVE SR-POLICY       TO SIUL-POLICY
           MOVE SR-RECV-DATE    TO SIUL-RECV-DATE
           MOVE SR-PROD-CODE    TO SIUL-PROD
           MOVE SR-REGION       TO SIUL-REGION
           MOVE SR-DISP         TO SIUL-DISP
           MOVE SR-AMOUNT       TO SIUL-AMT
           MOVE SR-SCORE        TO SIUL-SCORE
           MOVE SR-RULE-CODE(1) TO SIUL-RULE-1
           MOVE SR-RULE-CODE(2) TO SIUL-RULE-2
           MOVE SR-RULE-CODE(3) TO SIUL-RULE-3
           MOVE SR-RULE-CODE(4) TO SIUL-RULE-4
           IF SR-BLOCKED
              MOVE 'BLOCK' TO SIUL-ACTION
              ADD 1 TO WS-BLOCK-COUNT
              ADD HX-AMOUNT TO WS-BLOCK-AMOUNT
           ELSE
              MOVE 'REFER' TO SIUL-ACTION
           END-IF
           WRITE SIU-RPT-LINE FROM WS-SIU-DET-LINE.

      * Read the next extract record
      *---------------------------------------------------------------
       2900-READ-EXTRACT.
           READ HIST-EXTRACT
           AT END
              SET EXTRACT-EOF-YES TO TRUE
           END-READ.

      * Screening totals and the rules that were in force, so SIU
      * can see what a clean day was measured against
      *---------------------------------------------------------------
       3000-WRITE-TOTALS.
           IF WS-REFER-COUNT = 0
              MOVE SPACES TO SIU-RPT-LINE
              MOVE '  NO CLAIMS REFERRED' TO SIU-RPT-LINE
              WRITE SIU-RPT-LINE
           END-IF
           WRITE SIU-RPT-LINE FROM WS-SIU-DASHES

           MOVE SPACES TO WS-SIU-TOT-LINE
           MOVE 'CLAIMS READ:'             TO SIUT-LABEL
           MOVE WS-READ-COUNT              TO SIUT-COUNT
           WRITE SIU-RPT-LINE FROM WS-SIU-TOT-LINE

           MOVE SPACES TO WS-SIU-TOT-LINE
           MOVE '  REJECTED, NOT SCREENED:'  TO SIUT-LABEL
           MOVE WS-NOTSCR-COUNT            TO SIUT-COUNT
           WRITE SIU-RPT-LINE FROM WS-SIU-TOT-LINE

           MOVE SPACES TO WS-SIU-TOT-LINE
           MOVE '  SCREENED:'              TO SIUT-LABEL
           MOVE WS-SCREENED-COUNT          TO SIUT-COUNT
           WRITE SIU-RPT-LINE FROM WS-SIU-TOT-LINE

           MOVE SPACES TO WS-SIU-TOT-LINE
           MOVE 'REFERRED TO SIU:'         TO SIUT-LABEL
           MOVE WS-REFER-COUNT             TO SIUT-COUNT
           MOVE 'AMOUNT:'                  TO SIUT-AMT-LABEL
           MOVE WS-REFER-AMOUNT            TO SIUT-AMT
           WRITE SIU-RPT-LINE FROM WS-SIU-TOT-LINE

           MOVE SPACES TO WS-SIU-TOT-LINE
           MOVE '  BLOCKED TO SUSPENSE:'   TO SIUT-LABEL
           MOVE WS-BLOCK-COUNT             TO SIUT-COUNT
           MOVE 'AMOUNT:'                  TO SIUT-AMT-LABEL
           MOVE WS-BLOCK-AMOUNT            TO SIUT-AMT
           WRITE SIU-RPT-LINE FROM WS-SIU-TOT-LINE

           MOVE SPACES TO WS-SIU-TOT-LINE
           MOVE '  FQ FIRED:'              TO SIUT-LABEL
           MOVE WS-FQ-COUNT                TO SIUT-COUNT
           WRITE SIU-RPT-LINE FROM WS-SIU-TOT-LINE

           MOVE SPACES TO WS-SIU-TOT-LINE
           MOVE '  NL FIRED:'              TO SIUT-LABEL
           MOVE WS-NL-COUNT                TO SIUT-COUNT
           WRITE SIU-RPT-LINE FROM WS-SIU-TOT-LINE

           MOVE SPACES TO WS-SIU-TOT-LINE
           MOVE '  JT FIRED:'              TO SIUT-LABEL
           MOVE WS-JT-COUNT                TO SIUT-COUNT
           WRITE SIU-RPT-LINE FROM WS-SIU-TOT-LINE

           MOVE SPACES TO WS-SIU-TOT-LINE
           MOVE '  PA FIRED:'              TO SIUT-LABEL
           MOVE WS-PA-COUNT                TO SIUT-COUNT
           WRITE SIU-RPT-LINE FROM WS-SIU-TOT-LINE

           PERFORM 3100-WRITE-RULES-SECTION

           IF WS-NOHIST-COUNT > 0
              MOVE SPACES TO SIU-RPT-LINE
              MOVE '  ** WARNING: CLAIMS MISSING FROM HISTMAST WERE'
                 TO SIU-RPT-LINE
              WRITE SIU-RPT-LINE
              MOVE SPACES TO SIU-RPT-LINE
              MOVE '     SCREENED ON PARTIAL HISTORY - SEE JOB LOG **'
                 TO SIU-RPT-LINE
              WRITE SIU-RPT-LINE
           END-IF.

      * List the rule values in force for this run
      *---------------------------------------------------------------
       3100-WRITE-RULES-SECTION.
           WRITE SIU-RPT-LINE FROM WS-SIU-DASHES
           WRITE SIU-RPT-LINE FROM WS-SIU-RULE-HDR

           MOVE SPACES TO WS-SIU-RULE-LINE
           MOVE 'FQ'                       TO SIUR-CODE
           MOVE 'OTHER CLAIMS ON POLICY IN WINDOW'
                                           TO SIUR-TEXT
           MOVE WS-FREQ-DAYS               TO SIUR-WINDOW
           MOVE 'DAYS'                     TO SIUR-WIN-UNIT
           MOVE WS-FREQ-COUNT              TO SIUR-THRESH
           MOVE WS-FREQ-SCORE              TO SIUR-SCORE
           WRITE SIU-RPT-LINE FROM WS-SIU-RULE-LINE

           MOVE SPACES TO WS-SIU-RULE-LINE
           MOVE 'NL'                       TO SIUR-CODE
           MOVE 'CLAIMS JUST UNDER AUTHORITY LIMIT'
                                           TO SIUR-TEXT
           MOVE WS-NEAR-PCT                TO SIUR-WINDOW
           MOVE 'PCT'                      TO SIUR-WIN-UNIT
           MOVE WS-NEAR-COUNT              TO SIUR-THRESH
           MOVE WS-NEAR-SCORE              TO SIUR-SCORE
           WRITE SIU-RPT-LINE FROM WS-SIU-RULE-LINE

           MOVE SPACES TO WS-SIU-RULE-LINE
           MOVE 'JT'                       TO SIUR-CODE
           MOVE 'OTHER POLICIES WITH SAME TEXT'
                                           TO SIUR-TEXT
           MOVE WS-JUST-DAYS               TO SIUR-WINDOW
           MOVE 'DAYS'                     TO SIUR-WIN-UNIT
           MOVE WS-JUST-POLICIES           TO SIUR-THRESH
           MOVE WS-JUST-SCORE              TO SIUR-SCORE
           WRITE SIU-RPT-LINE FROM WS-SIU-RULE-LINE

           MOVE SPACES TO WS-SIU-RULE-LINE
           MOVE 'PA'                       TO SIUR-CODE
           MOVE 'EARLIER CLAIM REJECTED/REVERSED'
                                           TO SIUR-TEXT
           MOVE 1                          TO SIUR-THRESH
           MOVE WS-PRIOR-SCORE             TO SIUR-SCORE
           WRITE SIU-RPT-LINE FROM WS-SIU-RULE-LINE

           MOVE SPACES TO WS-SIU-TOT-LINE
           MOVE '  BLOCK AT SCORE (0=NEVER):' TO SIUT-LABEL
           MOVE WS-BLOCK-SCORE             TO SIUT-COUNT
           WRITE SIU-RPT-LINE FROM WS-SIU-TOT-LINE.

      * Close files and echo the screening counts for the job log
      *-----------------------------------------------------------------
       4000-CLOSE.
           IF WS-EXTRACT-OPENED
              CLOSE HIST-EXTRACT
           END-IF
           CLOSE HIST-MASTER
                 JUST-WORK-FILE
                 SIU-REF-OUT
                 SIU-RPT-OUT
           DISPLAY 'A7SIUSCR: SCREENED ' WS-SCREENED-COUNT
                   ' REFERRED ' WS-REFER-COUNT
                   ' BLOCKED ' WS-BLOCK-COUNT.

      *    Set the condition code the scheduler acts on: 4 when a
      *    screened claim had no HISTMAST row of its own (A7HISTLD
      *    skipped it, so its history was incomplete), 0 when clean.
      *    Referrals are the day's work, not a warning
      *---------------------------------------------------------------
       4900-SET-CONDITION-CODE.
           IF WS-NOHIST-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM A7SIUSCR.
