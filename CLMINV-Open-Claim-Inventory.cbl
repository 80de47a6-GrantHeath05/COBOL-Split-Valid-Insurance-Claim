       IDENTIFICATION DIVISION.
       PROGRAM-ID. A7CLMINV.

      *-----------------------------------------------------------------
      * AUTHOR:  GRANT HEATH
      * PURPOSE: OPEN-CLAIM INVENTORY AND RECEIVED-TO-PAID CYCLE TIME
      *          FROM THE PERMANENT HISTMAST CLAIMS HISTORY MASTER, FOR
      *          THE MONTH-END RESERVE REVIEW AND THE REGULATOR'S
      *          PROMPT-PAYMENT QUESTIONS. SWEEPS HISTMAST AS OF THE
      *          INVPARM DATE (DEFAULT TODAY) AND TAKES EACH CLAIM'S
      *          STATUS ON THAT DATE: THE CURRENT LIFECYCLE STATUS
      *          WHEN IT WAS REACHED ON OR BEFORE THE AS-OF DATE,
      *          OTHERWISE THE SPLIT-TIME DISPOSITION. EVERY CLAIM NOT
      *          YET PAID OR CLOSED IS COUNTED AS ACCEPTED BUT UNPAID,
      *          HELD ON HOLDPAY, SUSPENDED, OR REJECTED AND AWAITING
      *          RECYCLE, WITH COUNT AND DOLLARS BY PRODUCT, REGION AND
      *          AGE BUCKET (0-7, 8-30, 31-60, OVER 60 DAYS) ON INVRPT.
      *          FOR CLAIMS PAID BETWEEN THE INVPARM PAID-FROM DATE
      *          (DEFAULT THE FIRST OF THE AS-OF MONTH) AND THE AS-OF
      *          DATE, INVRPT SHOWS RECEIVED-TO-PAID DAYS - AVERAGE,
      *          90TH PERCENTILE AND WORST - BY PRODUCT AND REGION.
      *          EVERY PAID CLAIM THAT TOOK LONGER THAN THE INVPARM
      *          SERVICE-LEVEL TARGET (DEFAULT 30 DAYS), AND EVERY OPEN
      *          CLAIM ALREADY OLDER THAN IT, IS LISTED ON INVSLA. AN
      *          AS-NEEDED REPORT LIKE A7MONTH - HISTMAST IS READ ONLY.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT INV-PARM-IN   ASSIGN TO INVPARM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-PARM-STATUS.
           SELECT HIST-MASTER   ASSIGN TO HISTMAST
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS HIST-KEY
                                FILE STATUS IS WS-MASTER-STATUS.
           SELECT HOLDPAY-IN    ASSIGN TO HOLDPAY
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-HOLDPAY-STATUS.
           SELECT INV-RPT-OUT   ASSIGN TO INVRPT
                                ORGANIZATION IS SEQUENTIAL.
           SELECT INV-SLA-OUT   ASSIGN TO INVSLA
                                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * REPORT PARAMETERS (OPTIONAL) - AS-OF DATE, START OF THE PAID
      * PERIOD AND THE SERVICE-LEVEL TARGET IN DAYS. A BLANK OR ZERO
      * FIELD TAKES ITS DEFAULT
      *-----------------------------------------------------------------
       FD  INV-PARM-IN.
       01 INV-PARM-REC.
          05 IV-AS-OF-DATE       PIC X(08).
          05 IV-PAID-FROM        PIC X(08).
          05 IV-SLA-DAYS         PIC X(03).

      * PERMANENT CLAIMS HISTORY MASTER (LAYOUT OWNED BY A7HISTLD)
      *-----------------------------------------------------------------
       FD  HIST-MASTER.
       COPY HISTREC.

      * CLAIMS HELD FOR A MISSING BANKING ROW (A7PAYX 101-BYTE SPLIT
      * OUTPUT LAYOUT). THEY CARRY NO LIFECYCLE EVENT OF THEIR OWN,
      * SO THIS IS THE ONLY WAY TO TELL THEM FROM ACCEPTED CLAIMS
      *-----------------------------------------------------------------
       FD  HOLDPAY-IN.
       01 HOLDPAY-REC.
          05 HP-POLICY-NUMBER    PIC X(10).
          05 HP-CUST-NAME        PIC X(20).
          05 HP-PROD-CODE        PIC X(03).
          05 HP-CLAIM-TYPE       PIC X(07).
          05 HP-AMOUNT           PIC 9(07)V99.
          05 HP-JUSTIFY          PIC X(30).
          05 HP-RECV-DATE        PIC X(08).
          05 HP-RUN-ID           PIC X(14).

       FD  INV-RPT-OUT.
       01 INV-RPT-LINE          PIC X(132).

       FD  INV-SLA-OUT.
       01 INV-SLA-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

      * FLAGS AND FILE STATUS
      *-----------------------------------------------------------------
       01 WS-FLAGS.
          05 WS-HIST-EOF        PIC X             VALUE 'N'.
             88 HIST-EOF-YES                      VALUE 'Y'.
          05 WS-HOLD-EOF        PIC X             VALUE 'N'.
             88 HOLD-EOF-YES                      VALUE 'Y'.
          05 WS-HOLD-OPEN-SW    PIC X             VALUE 'N'.
             88 WS-HOLD-OPENED                    VALUE 'Y'.
          05 WS-HOLD-CAP-SW     PIC X             VALUE 'N'.
             88 WS-HOLD-CAP-HIT                   VALUE 'Y'.
          05 WS-OPN-CAP-SW      PIC X             VALUE 'N'.
             88 WS-OPN-CAP-HIT                    VALUE 'Y'.
          05 WS-CYT-CAP-SW      PIC X             VALUE 'N'.
             88 WS-CYT-CAP-HIT                    VALUE 'Y'.
          05 WS-ON-HOLD-SW      PIC X             VALUE 'N'.
             88 WS-ON-HOLDPAY                     VALUE 'Y'.

       01 WS-PARM-STATUS        PIC X(02)         VALUE '00'.
       01 WS-MASTER-STATUS      PIC X(02)         VALUE '00'.
       01 WS-HOLDPAY-STATUS     PIC X(02)         VALUE '00'.

      * REPORT PARAMETERS AND DATE ARITHMETIC (SAME INTEGER-OF-DATE
      * WORK AS THE A7SUSRL AND A7RECYC AGING)
      *-----------------------------------------------------------------
       01 WS-AS-OF-DATE         PIC X(08)         VALUE SPACES.
       01 WS-PAID-FROM          PIC X(08)         VALUE SPACES.
       01 WS-SLA-DAYS           PIC 9(03)         VALUE 30.
       01 WS-DATE-NUM           PIC 9(08)         VALUE 0.
       01 WS-AS-OF-DAY          PIC 9(07)         VALUE 0.
       01 WS-RECV-DAY           PIC 9(07)         VALUE 0.
       01 WS-PAID-DAY           PIC 9(07)         VALUE 0.
       01 WS-DAYS               PIC 9(05)         VALUE 0.

      * ONE CLAIM'S STATUS AS OF THE REPORT DATE
      *-----------------------------------------------------------------
       01 WS-ASOF-STATUS        PIC X(12)         VALUE SPACES.
       01 WS-CAT                PIC 9(01)         VALUE 0.
       01 WS-BKT                PIC 9(01)         VALUE 0.

      * OPEN CATEGORIES, IN REPORT ORDER, AND THE AGE BUCKETS
      *-----------------------------------------------------------------
       01 WS-CAT-MAX            PIC 9(01)         VALUE 4.
       01 WS-CAT-NAMES-VAL.
          05 FILLER             PIC X(26)         VALUE
             'ACCEPTED, NOT YET PAID'.
          05 FILLER             PIC X(26)         VALUE
             'HELD ON HOLDPAY'.
          05 FILLER             PIC X(26)         VALUE
             'SUSPENDED'.
          05 FILLER             PIC X(26)         VALUE
             'REJECTED, AWAITING RECYCLE'.
       01 WS-CAT-NAMES REDEFINES WS-CAT-NAMES-VAL.
          05 WS-CAT-NAME        PIC X(26) OCCURS 4 TIMES.

       01 WS-BKT-MAX            PIC 9(01)         VALUE 4.

      * CLAIMS HELD ON HOLDPAY, LOADED AT 1000-INITIALIZE
      *-----------------------------------------------------------------
       01 WS-HOLD-MAX           PIC 9(04)         VALUE 5000.
       01 WS-HOLD-COUNT         PIC 9(04)         VALUE 0.
       01 WS-HOLD-SUB           PIC 9(04)         VALUE 0.
       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 5000 TIMES.
             10 WS-HOLD-POLICY  PIC X(10).
             10 WS-HOLD-RECV    PIC X(08).

      * OPEN INVENTORY - ONE ROW PER CATEGORY, PRODUCT AND REGION,
      * KEPT IN KEY ORDER SO THE REPORT PRINTS STRAIGHT OFF IT
      *-----------------------------------------------------------------
       01 WS-OPN-MAX            PIC 9(04)         VALUE 2000.
       01 WS-OPN-COUNT          PIC 9(04)         VALUE 0.
       01 WS-OPN-SUB            PIC 9(04)         VALUE 0.
       01 WS-OPN-IDX            PIC S9(04)        VALUE 0.

       01 WS-OPN-NEW-KEY.
          05 WS-OPN-NEW-CAT     PIC 9(01).
          05 WS-OPN-NEW-PROD    PIC X(03).
          05 WS-OPN-NEW-REGION  PIC X(03).

       01 WS-OPN-TABLE.
          05 WS-OPN-ENTRY OCCURS 2000 TIMES.
             10 WS-OPN-KEY.
                15 WS-OPN-CAT   PIC 9(01).
                15 WS-OPN-PROD  PIC X(03).
                15 WS-OPN-REGION PIC X(03).
             10 WS-OPN-BUCKET OCCURS 4 TIMES.
                15 WS-OPN-CNT   PIC 9(07).
                15 WS-OPN-AMT   PIC 9(11)V99.

      * CATEGORY AND GRAND TOTALS BY AGE BUCKET (ROW 5 = ALL OPEN)
      *-----------------------------------------------------------------
       01 WS-OPN-TOTALS.
          05 WS-OTOT-ROW OCCURS 5 TIMES.
             10 WS-OTOT-BUCKET OCCURS 4 TIMES.
                15 WS-OTOT-CNT  PIC 9(07).
                15 WS-OTOT-AMT  PIC 9(11)V99.

      * RECEIVED-TO-PAID DAYS - ONE ROW PER PRODUCT AND REGION, IN
      * KEY ORDER, EACH WITH A DAY-BY-DAY DISTRIBUTION (DAY 365 HOLDS
      * 365 AND OVER) FOR THE 90TH PERCENTILE. THE SAME FIGURES FOR
      * ALL CLAIMS PAID ARE KEPT IN WS-CYT-ALL
      *-----------------------------------------------------------------
       01 WS-CYT-MAX            PIC 9(03)         VALUE 300.
       01 WS-CYT-COUNT          PIC 9(03)         VALUE 0.
       01 WS-CYT-SUB            PIC 9(03)         VALUE 0.
       01 WS-CYT-IDX            PIC S9(03)        VALUE 0.
       01 WS-DAY-SUB            PIC 9(03)         VALUE 0.

       01 WS-CYT-NEW-KEY.
          05 WS-CYT-NEW-PROD    PIC X(03).
          05 WS-CYT-NEW-REGION  PIC X(03).

       01 WS-CYT-TABLE.
          05 WS-CYT-ENTRY OCCURS 300 TIMES.
             10 WS-CYT-KEY.
                15 WS-CYT-PROD  PIC X(03).
                15 WS-CYT-REGION PIC X(03).
             10 WS-CYT-CNT      PIC 9(07).
             10 WS-CYT-AMT      PIC 9(11)V99.
             10 WS-CYT-TOT-DAYS PIC 9(09).
             10 WS-CYT-WORST    PIC 9(05).
             10 WS-CYT-BREACH   PIC 9(07).
             10 WS-CYT-DAY-CNT  PIC 9(05) OCCURS 366 TIMES.

       01 WS-CYT-ALL.
          05 WS-CYA-CNT         PIC 9(07)         VALUE 0.
          05 WS-CYA-AMT         PIC 9(11)V99      VALUE 0.
          05 WS-CYA-TOT-DAYS    PIC 9(09)         VALUE 0.
          05 WS-CYA-WORST       PIC 9(05)         VALUE 0.
          05 WS-CYA-BREACH      PIC 9(07)         VALUE 0.
          05 WS-CYA-DAY-CNT     PIC 9(05) OCCURS 366 TIMES.

      * ONE CYCLE-TIME ROW STAGED FOR 3250-PRINT-CYCLE-ROW
      *-----------------------------------------------------------------
       01 WS-CYW.
          05 WS-CYW-CNT         PIC 9(07)         VALUE 0.
          05 WS-CYW-AMT         PIC 9(11)V99      VALUE 0.
          05 WS-CYW-TOT-DAYS    PIC 9(09)         VALUE 0.
          05 WS-CYW-WORST       PIC 9(05)         VALUE 0.
          05 WS-CYW-BREACH      PIC 9(07)         VALUE 0.
          05 WS-CYW-DAY-CNT     PIC 9(05) OCCURS 366 TIMES.

       01 WS-P90-RANK           PIC 9(07)         VALUE 0.
       01 WS-P90-RUN            PIC 9(07)         VALUE 0.
       01 WS-P90-DAYS           PIC 9(05)         VALUE 0.
       01 WS-AVG-DAYS           PIC 9(05)V9       VALUE 0.

      * RUN TOTALS
      *-----------------------------------------------------------------
       01 WS-RUN-TOTALS.
          05 WS-READ-COUNT      PIC 9(07)         VALUE 0.
          05 WS-LATER-COUNT     PIC 9(07)         VALUE 0.
          05 WS-OPEN-COUNT      PIC 9(07)         VALUE 0.
          05 WS-PAID-COUNT      PIC 9(07)         VALUE 0.
          05 WS-CLOSED-COUNT    PIC 9(07)         VALUE 0.
          05 WS-BAD-DATE-COUNT  PIC 9(07)         VALUE 0.
          05 WS-OPEN-BREACH     PIC 9(07)         VALUE 0.

      * REPORT FORMATTING
      *-----------------------------------------------------------------
       01 WS-INV-HDR-1.
          05 FILLER             PIC X(36)         VALUE
             '          OPEN CLAIM INVENTORY AS OF'.
          05 FILLER             PIC X(01)         VALUE SPACE.
          05 IVH-AS-OF          PIC X(08).
          05 FILLER             PIC X(14)         VALUE
             '   SLA TARGET '.
          05 IVH-SLA            PIC ZZ9.
          05 FILLER             PIC X(05)         VALUE ' DAYS'.

       01 WS-INV-DASHES         PIC X(120)        VALUE ALL '-'.

       01 WS-OPN-COL-HDR.
          05 FILLER             PIC X(28)         VALUE 'CATEGORY'.
          05 FILLER             PIC X(05)         VALUE 'PROD'.
          05 FILLER             PIC X(05)         VALUE 'REG'.
          05 FILLER             PIC X(07)         VALUE SPACES.
          05 FILLER             PIC X(15)         VALUE
             '       0-7 DAYS'.
          05 FILLER             PIC X(15)         VALUE
             '      8-30 DAYS'.
          05 FILLER             PIC X(15)         VALUE
             '     31-60 DAYS'.
          05 FILLER             PIC X(15)         VALUE
             '   OVER 60 DAYS'.
          05 FILLER             PIC X(15)         VALUE
             '          TOTAL'.

       01 WS-OPN-CNT-LINE.
          05 OCL-CAT            PIC X(26).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 OCL-PROD           PIC X(03).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 OCL-REGION         PIC X(03).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 OCL-LABEL          PIC X(07).
          05 OCL-BUCKET OCCURS 5 TIMES.
             10 FILLER          PIC X(05)         VALUE SPACES.
             10 OCL-CNT         PIC ZZZZ,ZZ9.
             10 FILLER          PIC X(02)         VALUE SPACES.

       01 WS-OPN-AMT-LINE.
          05 FILLER             PIC X(38)         VALUE SPACES.
          05 OAL-LABEL          PIC X(07).
          05 OAL-BUCKET OCCURS 5 TIMES.
             10 OAL-AMT         PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(01)         VALUE SPACES.

       01 WS-CYT-COL-HDR.
          05 FILLER             PIC X(06)         VALUE 'PROD'.
          05 FILLER             PIC X(06)         VALUE 'REG'.
          05 FILLER             PIC X(10)         VALUE '     PAID'.
          05 FILLER             PIC X(20)         VALUE
             '              AMOUNT'.
          05 FILLER             PIC X(10)         VALUE '  AVG DAYS'.
          05 FILLER             PIC X(10)         VALUE '  90TH PCT'.
          05 FILLER             PIC X(08)         VALUE '   WORST'.
          05 FILLER             PIC X(13)         VALUE
             '  OVER TARGET'.

       01 WS-CYT-LINE.
          05 CTL-PROD           PIC X(03).
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 CTL-REGION         PIC X(03).
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 CTL-CNT            PIC ZZZZ,ZZ9.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 CTL-AMT            PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 CTL-AVG            PIC ZZZZZ9.9.
          05 FILLER             PIC X(05)         VALUE SPACES.
          05 CTL-P90            PIC ZZZZ9.
          05 FILLER             PIC X(03)         VALUE SPACES.
          05 CTL-WORST          PIC ZZZZ9.
          05 FILLER             PIC X(05)         VALUE SPACES.
          05 CTL-BREACH         PIC ZZZZ,ZZ9.

       01 WS-INV-TOT-LINE.
          05 IVT-LABEL          PIC X(40).
          05 IVT-COUNT          PIC ZZ,ZZZ,ZZ9.

       01 WS-SLA-HDR-1.
          05 FILLER             PIC X(41)         VALUE
             '          SERVICE-LEVEL BREACHES AS OF'.
          05 FILLER             PIC X(01)         VALUE SPACE.
          05 SLH-AS-OF          PIC X(08).
          05 FILLER             PIC X(10)         VALUE
             ' - TARGET '.
          05 SLH-SLA            PIC ZZ9.
          05 FILLER             PIC X(05)         VALUE ' DAYS'.

       01 WS-SLA-COL-HDR.
          05 FILLER             PIC X(28)         VALUE 'STATUS'.
          05 FILLER             PIC X(12)         VALUE 'POLICY'.
          05 FILLER             PIC X(10)         VALUE 'RECEIVED'.
          05 FILLER             PIC X(10)         VALUE 'PAID'.
          05 FILLER             PIC X(05)         VALUE 'PROD'.
          05 FILLER             PIC X(05)         VALUE 'REG'.
          05 FILLER             PIC X(08)         VALUE '    DAYS'.
          05 FILLER             PIC X(15)         VALUE
             '         AMOUNT'.

       01 WS-SLA-LINE.
          05 SLL-STATUS         PIC X(26).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SLL-POLICY         PIC X(10).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SLL-RECV           PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SLL-PAID           PIC X(08).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SLL-PROD           PIC X(03).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SLL-REGION         PIC X(03).
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SLL-DAYS           PIC ZZZZ9.
          05 FILLER             PIC X(02)         VALUE SPACES.
          05 SLL-AMT            PIC $Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      * Main
      *---------------------------------------------------------------
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-MASTER UNTIL HIST-EOF-YES
           PERFORM 3000-PRINT-INVENTORY
           PERFORM 3200-PRINT-CYCLE-TIME
           PERFORM 3400-PRINT-TOTALS
           PERFORM 4000-CLOSE
           PERFORM 4900-SET-CONDITION-CODE
           GOBACK.

      * Take the parameters, load the HOLDPAY claims, open the master
      * and position at the first record. HISTMAST is required - an
      * inventory of nothing would read as "no open claims"
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           PERFORM 1050-LOAD-PARAMETERS

           MOVE WS-AS-OF-DATE TO WS-DATE-NUM
           COMPUTE WS-AS-OF-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           INITIALIZE WS-OPN-TOTALS
           INITIALIZE WS-CYT-ALL

           PERFORM 1100-LOAD-HOLDPAY

           OPEN INPUT HIST-MASTER
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY 'A7CLMINV-F: OPEN FAILED FILE=HISTMAST STATUS='
                      WS-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT INV-RPT-OUT INV-SLA-OUT

           MOVE WS-AS-OF-DATE TO SLH-AS-OF
           MOVE WS-SLA-DAYS   TO SLH-SLA
           WRITE INV-SLA-LINE FROM WS-SLA-HDR-1
           WRITE INV-SLA-LINE FROM WS-INV-DASHES
           WRITE INV-SLA-LINE FROM WS-SLA-COL-HDR

           MOVE LOW-VALUES TO HIST-KEY
           START HIST-MASTER KEY NOT < HIST-KEY
           INVALID KEY
              SET HIST-EOF-YES TO TRUE
           END-START.

      * Read INVPARM. A missing file or a blank field takes the
      * default; a field that is present but not a number stops the
      * run rather than report against a date nobody asked for
      *---------------------------------------------------------------
       1050-LOAD-PARAMETERS.
           OPEN INPUT INV-PARM-IN
           IF WS-PARM-STATUS NOT = '00'
              DISPLAY 'A7CLMINV: NO INVPARM, USING DEFAULTS STATUS='
                      WS-PARM-STATUS
           ELSE
              READ INV-PARM-IN
              AT END
                 DISPLAY 'A7CLMINV: INVPARM IS EMPTY, USING DEFAULTS'
              NOT AT END
                 IF IV-AS-OF-DATE NOT = SPACES
                    IF IV-AS-OF-DATE IS NOT NUMERIC
                       DISPLAY 'A7CLMINV-F: AS-OF DATE '
                               IV-AS-OF-DATE
                               ' IS NOT A DATE FILE=INVPARM'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE IV-AS-OF-DATE TO WS-AS-OF-DATE
                 END-IF
                 IF IV-PAID-FROM NOT = SPACES
                    IF IV-PAID-FROM IS NOT NUMERIC
                       DISPLAY 'A7CLMINV-F: PAID-FROM DATE '
                               IV-PAID-FROM
                               ' IS NOT A DATE FILE=INVPARM'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE IV-PAID-FROM TO WS-PAID-FROM
                 END-IF
                 IF IV-SLA-DAYS NOT = SPACES
                    IF IV-SLA-DAYS IS NOT NUMERIC
                       DISPLAY 'A7CLMINV-F: SLA DAYS ' IV-SLA-DAYS
                               ' IS NOT NUMERIC FILE=INVPARM'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    IF IV-SLA-DAYS NOT = '000'
                       MOVE IV-SLA-DAYS TO WS-SLA-DAYS
                    END-IF
                 END-IF
              END-READ
              CLOSE INV-PARM-IN
           END-IF

           IF WS-PAID-FROM = SPACES
              MOVE WS-AS-OF-DATE(1:6) TO WS-PAID-FROM(1:6)
              MOVE '01'               TO WS-PAID-FROM(7:2)
           END-IF.

      * Load today's HOLDPAY claims. A missing HOLDPAY is a warning:
      * the held claims are then reported as accepted but unpaid
      *---------------------------------------------------------------
       1100-LOAD-HOLDPAY.
           OPEN INPUT HOLDPAY-IN
           IF WS-HOLDPAY-STATUS NOT = '00'
              DISPLAY 'A7CLMINV-W: OPEN FAILED FILE=HOLDPAY STATUS='
                      WS-HOLDPAY-STATUS
           ELSE
              SET WS-HOLD-OPENED TO TRUE
              PERFORM UNTIL HOLD-EOF-YES
                      READ HOLDPAY-IN
                      AT END
                         SET HOLD-EOF-YES TO TRUE
                      NOT AT END
                         IF WS-HOLD-COUNT < WS-HOLD-MAX
                            ADD 1 TO WS-HOLD-COUNT
                            MOVE HP-POLICY-NUMBER
                               TO WS-HOLD-POLICY(WS-HOLD-COUNT)
                            MOVE HP-RECV-DATE
                               TO WS-HOLD-RECV(WS-HOLD-COUNT)
                         ELSE
                            SET WS-HOLD-CAP-HIT TO TRUE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE HOLDPAY-IN
           END-IF.

      * Walk the whole master. A claim not yet on file by the as-of
      * date is left out; every other claim is classified by its
      * status on that date
      *---------------------------------------------------------------
       2000-SWEEP-MASTER.
           READ HIST-MASTER NEXT RECORD
           AT END
              SET HIST-EOF-YES TO TRUE
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              IF HIST-RUN-DATE > WS-AS-OF-DATE
                 ADD 1 TO WS-LATER-COUNT
              ELSE
                 IF HIST-RECV-DATE IS NOT NUMERIC
                    ADD 1 TO WS-BAD-DATE-COUNT
                 ELSE
                    PERFORM 2100-CLASSIFY-CLAIM
                 END-IF
              END-IF
           END-READ.

      * The current status stands when it was reached on or before
      * the as-of date; otherwise the claim was still at its split-
      * time disposition then. Accepted claims on HOLDPAY are held,
      * not merely unpaid. Anything else (recycled, declined out of
      * suspense) is closed
      *---------------------------------------------------------------
       2100-CLASSIFY-CLAIM.
           IF HIST-STAT-DATE > WS-AS-OF-DATE
              MOVE HIST-DISP TO WS-ASOF-STATUS
           ELSE
              MOVE HIST-CUR-STATUS TO WS-ASOF-STATUS
           END-IF

           MOVE HIST-RECV-DATE TO WS-DATE-NUM
           COMPUTE WS-RECV-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           EVALUATE WS-ASOF-STATUS
           WHEN 'PAID'
                IF HIST-STAT-DATE NOT < WS-PAID-FROM
                   PERFORM 2300-RECORD-PAID-CLAIM
                ELSE
                   ADD 1 TO WS-CLOSED-COUNT
                END-IF
           WHEN 'REPAIR'
           WHEN 'REPLACE'
           WHEN 'SUS-RELEASED'
                PERFORM 2150-CHECK-HOLDPAY
                IF WS-ON-HOLDPAY
                   MOVE 2 TO WS-CAT
                ELSE
                   MOVE 1 TO WS-CAT
                END-IF
                PERFORM 2200-RECORD-OPEN-CLAIM
           WHEN 'SUSPENDED'
                MOVE 3 TO WS-CAT
                PERFORM 2200-RECORD-OPEN-CLAIM
           WHEN 'REJECTED'
                MOVE 4 TO WS-CAT
                PERFORM 2200-RECORD-OPEN-CLAIM
           WHEN OTHER
                ADD 1 TO WS-CLOSED-COUNT
           END-EVALUATE.

      * Is the current claim on today's HOLDPAY?
      *---------------------------------------------------------------
       2150-CHECK-HOLDPAY.
           MOVE 'N' TO WS-ON-HOLD-SW
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
              UNTIL WS-HOLD-SUB > WS-HOLD-COUNT OR WS-ON-HOLDPAY
              IF WS-HOLD-POLICY(WS-HOLD-SUB) = HIST-POLICY AND
                 WS-HOLD-RECV(WS-HOLD-SUB) = HIST-RECV-DATE
                 SET WS-ON-HOLDPAY TO TRUE
              END-IF
           END-PERFORM.

      * Age the open claim into its bucket, add it to its category /
      * product / region row and the totals, and list it on INVSLA
      * when it is already older than the service-level target
      *---------------------------------------------------------------
       2200-RECORD-OPEN-CLAIM.
           ADD 1 TO WS-OPEN-COUNT
           IF WS-RECV-DAY > WS-AS-OF-DAY
              MOVE 0 TO WS-DAYS
           ELSE
              COMPUTE WS-DAYS = WS-AS-OF-DAY - WS-RECV-DAY
           END-IF
           EVALUATE TRUE
           WHEN WS-DAYS <= 7
                MOVE 1 TO WS-BKT
           WHEN WS-DAYS <= 30
                MOVE 2 TO WS-BKT
           WHEN WS-DAYS <= 60
                MOVE 3 TO WS-BKT
           WHEN OTHER
                MOVE 4 TO WS-BKT
           END-EVALUATE

           MOVE WS-CAT         TO WS-OPN-NEW-CAT
           MOVE HIST-PROD-CODE TO WS-OPN-NEW-PROD
           MOVE HIST-POLICY(1:3) TO WS-OPN-NEW-REGION
           PERFORM 2250-FIND-OPEN-ROW
           IF WS-OPN-IDX > 0
              ADD 1 TO WS-OPN-CNT(WS-OPN-IDX, WS-BKT)
              ADD HIST-AMOUNT TO WS-OPN-AMT(WS-OPN-IDX, WS-BKT)
           END-IF
           ADD 1 TO WS-OTOT-CNT(WS-CAT, WS-BKT)
           ADD HIST-AMOUNT TO WS-OTOT-AMT(WS-CAT, WS-BKT)
           ADD 1 TO WS-OTOT-CNT(5, WS-BKT)
           ADD HIST-AMOUNT TO WS-OTOT-AMT(5, WS-BKT)

           IF WS-DAYS > WS-SLA-DAYS
              ADD 1 TO WS-OPEN-BREACH
              MOVE SPACES TO WS-SLA-LINE
              MOVE WS-CAT-NAME(WS-CAT) TO SLL-STATUS
              PERFORM 2400-WRITE-BREACH
           END-IF.

      * Find the open row for the new key, inserting it in key order
      * when it is not there yet. A full table leaves WS-OPN-IDX at
      * zero: the claim still counts in the totals, not in a row
      *---------------------------------------------------------------
       2250-FIND-OPEN-ROW.
           MOVE 0 TO WS-OPN-IDX
           MOVE 1 TO WS-OPN-SUB
           PERFORM UNTIL WS-OPN-SUB > WS-OPN-COUNT
                   OR WS-OPN-KEY(WS-OPN-SUB) NOT < WS-OPN-NEW-KEY
                   ADD 1 TO WS-OPN-SUB
           END-PERFORM

           IF WS-OPN-SUB <= WS-OPN-COUNT AND
              WS-OPN-KEY(WS-OPN-SUB) = WS-OPN-NEW-KEY
              MOVE WS-OPN-SUB TO WS-OPN-IDX
           ELSE
              IF WS-OPN-COUNT < WS-OPN-MAX
                 PERFORM VARYING WS-OPN-IDX FROM WS-OPN-COUNT BY -1
                    UNTIL WS-OPN-IDX < WS-OPN-SUB
                    MOVE WS-OPN-ENTRY(WS-OPN-IDX)
                       TO WS-OPN-ENTRY(WS-OPN-IDX + 1)
                 END-PERFORM
                 ADD 1 TO WS-OPN-COUNT
                 MOVE WS-OPN-SUB TO WS-OPN-IDX
                 INITIALIZE WS-OPN-ENTRY(WS-OPN-IDX)
                 MOVE WS-OPN-NEW-KEY TO WS-OPN-KEY(WS-OPN-IDX)
              ELSE
                 SET WS-OPN-CAP-HIT TO TRUE
                 MOVE 0 TO WS-OPN-IDX
              END-IF
           END-IF.

      * A claim paid inside the paid period: received-to-paid days
      * into its product / region row and the all-claims row, and
      * onto INVSLA when over the service-level target
      *---------------------------------------------------------------
       2300-RECORD-PAID-CLAIM.
           ADD 1 TO WS-PAID-COUNT
           MOVE HIST-STAT-DATE TO WS-DATE-NUM
           COMPUTE WS-PAID-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-RECV-DAY > WS-PAID-DAY
              MOVE 0 TO WS-DAYS
           ELSE
              COMPUTE WS-DAYS = WS-PAID-DAY - WS-RECV-DAY
           END-IF
           IF WS-DAYS > 365
              MOVE 366 TO WS-DAY-SUB
           ELSE
              COMPUTE WS-DAY-SUB = WS-DAYS + 1
           END-IF

           MOVE HIST-PROD-CODE TO WS-CYT-NEW-PROD
           MOVE HIST-POLICY(1:3) TO WS-CYT-NEW-REGION
           PERFORM 2350-FIND-CYCLE-ROW
           IF WS-CYT-IDX > 0
              ADD 1 TO WS-CYT-CNT(WS-CYT-IDX)
              ADD HIST-AMOUNT TO WS-CYT-AMT(WS-CYT-IDX)
              ADD WS-DAYS TO WS-CYT-TOT-DAYS(WS-CYT-IDX)
              ADD 1 TO WS-CYT-DAY-CNT(WS-CYT-IDX, WS-DAY-SUB)
              IF WS-DAYS > WS-CYT-WORST(WS-CYT-IDX)
                 MOVE WS-DAYS TO WS-CYT-WORST(WS-CYT-IDX)
              END-IF
              IF WS-DAYS > WS-SLA-DAYS
                 ADD 1 TO WS-CYT-BREACH(WS-CYT-IDX)
              END-IF
           END-IF

           ADD 1 TO WS-CYA-CNT
           ADD HIST-AMOUNT TO WS-CYA-AMT
           ADD WS-DAYS TO WS-CYA-TOT-DAYS
           ADD 1 TO WS-CYA-DAY-CNT(WS-DAY-SUB)
           IF WS-DAYS > WS-CYA-WORST
              MOVE WS-DAYS TO WS-CYA-WORST
           END-IF

           IF WS-DAYS > WS-SLA-DAYS
              ADD 1 TO WS-CYA-BREACH
              MOVE SPACES TO WS-SLA-LINE
              MOVE 'PAID'         TO SLL-STATUS
              MOVE HIST-STAT-DATE TO SLL-PAID
              PERFORM 2400-WRITE-BREACH
           END-IF.

      * Find the cycle-time row for the new key, inserting it in key
      * order when it is not there yet
      *---------------------------------------------------------------
       2350-FIND-CYCLE-ROW.
           MOVE 0 TO WS-CYT-IDX
           MOVE 1 TO WS-CYT-SUB
           PERFORM UNTIL WS-CYT-SUB > WS-CYT-COUNT
                   OR WS-CYT-KEY(WS-CYT-SUB) NOT < WS-CYT-NEW-KEY
                   ADD 1 TO WS-CYT-SUB
           END-PERFORM

           IF WS-CYT-SUB <= WS-CYT-COUNT AND
              WS-CYT-KEY(WS-CYT-SUB) = WS-CYT-NEW-KEY
              MOVE WS-CYT-SUB TO WS-CYT-IDX
           ELSE
              IF WS-CYT-COUNT < WS-CYT-MAX
                 PERFORM VARYING WS-CYT-IDX FROM WS-CYT-COUNT BY -1
                    UNTIL WS-CYT-IDX < WS-CYT-SUB
                    MOVE WS-CYT-ENTRY(WS-CYT-IDX)
                       TO WS-CYT-ENTRY(WS-CYT-IDX + 1)
                 END-PERFORM
                 ADD 1 TO WS-CYT-COUNT
                 MOVE WS-CYT-SUB TO WS-CYT-IDX
                 INITIALIZE WS-CYT-ENTRY(WS-CYT-IDX)
                 MOVE WS-CYT-NEW-KEY TO WS-CYT-KEY(WS-CYT-IDX)
              ELSE
                 SET WS-CYT-CAP-HIT TO TRUE
                 MOVE 0 TO WS-CYT-IDX
              END-IF
           END-IF.

      * Finish and write one INVSLA line; the caller has set the
      * status and, for a paid claim, the paid date
      *---------------------------------------------------------------
       2400-WRITE-BREACH.
           MOVE HIST-POLICY    TO SLL-POLICY
           MOVE HIST-RECV-DATE TO SLL-RECV
           MOVE HIST-PROD-CODE TO SLL-PROD
           MOVE HIST-POLICY(1:3) TO SLL-REGION
           MOVE WS-DAYS        TO SLL-DAYS
           MOVE HIST-AMOUNT    TO SLL-AMT
           WRITE INV-SLA-LINE FROM WS-SLA-LINE.

      * Print the open inventory: every category / product / region
      * row as a count line and an amount line across the age
      * buckets, each category closed by its own total, then the
      * total of all open claims
      *---------------------------------------------------------------
       3000-PRINT-INVENTORY.
           MOVE WS-AS-OF-DATE TO IVH-AS-OF
           MOVE WS-SLA-DAYS   TO IVH-SLA
           WRITE INV-RPT-LINE FROM WS-INV-HDR-1
           WRITE INV-RPT-LINE FROM WS-INV-DASHES
           MOVE 'CLAIMS OPEN BY CATEGORY, PRODUCT, REGION AND AGE:'
              TO INV-RPT-LINE
           WRITE INV-RPT-LINE
           WRITE INV-RPT-LINE FROM WS-OPN-COL-HDR

           PERFORM VARYING WS-CAT FROM 1 BY 1
              UNTIL WS-CAT > WS-CAT-MAX
              PERFORM VARYING WS-OPN-SUB FROM 1 BY 1
                 UNTIL WS-OPN-SUB > WS-OPN-COUNT
                 IF WS-OPN-CAT(WS-OPN-SUB) = WS-CAT
                    PERFORM 3050-PRINT-OPEN-ROW
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-OPN-CNT-LINE
              MOVE WS-CAT-NAME(WS-CAT) TO OCL-CAT
              MOVE 'TOTAL'             TO OCL-PROD
              MOVE WS-CAT              TO WS-OPN-SUB
              PERFORM 3100-PRINT-TOTAL-ROW
              WRITE INV-RPT-LINE FROM WS-INV-DASHES
           END-PERFORM

           MOVE SPACES TO WS-OPN-CNT-LINE
           MOVE 'ALL OPEN CLAIMS' TO OCL-CAT
           MOVE 5                 TO WS-OPN-SUB
           PERFORM 3100-PRINT-TOTAL-ROW.

      * One category / product / region row
      *---------------------------------------------------------------
       3050-PRINT-OPEN-ROW.
           MOVE SPACES TO WS-OPN-CNT-LINE
           MOVE WS-CAT-NAME(WS-CAT)       TO OCL-CAT
           MOVE WS-OPN-PROD(WS-OPN-SUB)   TO OCL-PROD
           MOVE WS-OPN-REGION(WS-OPN-SUB) TO OCL-REGION
           MOVE 'COUNT'                   TO OCL-LABEL
           MOVE SPACES                    TO WS-OPN-AMT-LINE
           MOVE 'AMOUNT'                  TO OAL-LABEL
           MOVE 0 TO OCL-CNT(5)
           MOVE 0 TO OAL-AMT(5)
           MOVE 0 TO WS-CYW-CNT
           MOVE 0 TO WS-CYW-AMT
           PERFORM VARYING WS-BKT FROM 1 BY 1
              UNTIL WS-BKT > WS-BKT-MAX
              MOVE WS-OPN-CNT(WS-OPN-SUB, WS-BKT) TO OCL-CNT(WS-BKT)
              MOVE WS-OPN-AMT(WS-OPN-SUB, WS-BKT) TO OAL-AMT(WS-BKT)
              ADD WS-OPN-CNT(WS-OPN-SUB, WS-BKT) TO WS-CYW-CNT
              ADD WS-OPN-AMT(WS-OPN-SUB, WS-BKT) TO WS-CYW-AMT
           END-PERFORM
           MOVE WS-CYW-CNT TO OCL-CNT(5)
           MOVE WS-CYW-AMT TO OAL-AMT(5)
           WRITE INV-RPT-LINE FROM WS-OPN-CNT-LINE
           WRITE INV-RPT-LINE FROM WS-OPN-AMT-LINE.

      * One total row out of WS-OPN-TOTALS (row WS-OPN-SUB); the
      * caller has set the label
      *---------------------------------------------------------------
       3100-PRINT-TOTAL-ROW.
           MOVE 'COUNT'  TO OCL-LABEL
           MOVE SPACES   TO WS-OPN-AMT-LINE
           MOVE 'AMOUNT' TO OAL-LABEL
           MOVE 0 TO WS-CYW-CNT
           MOVE 0 TO WS-CYW-AMT
           PERFORM VARYING WS-BKT FROM 1 BY 1
              UNTIL WS-BKT > WS-BKT-MAX
              MOVE WS-OTOT-CNT(WS-OPN-SUB, WS-BKT) TO OCL-CNT(WS-BKT)
              MOVE WS-OTOT-AMT(WS-OPN-SUB, WS-BKT) TO OAL-AMT(WS-BKT)
              ADD WS-OTOT-CNT(WS-OPN-SUB, WS-BKT) TO WS-CYW-CNT
              ADD WS-OTOT-AMT(WS-OPN-SUB, WS-BKT) TO WS-CYW-AMT
           END-PERFORM
           MOVE WS-CYW-CNT TO OCL-CNT(5)
           MOVE WS-CYW-AMT TO OAL-AMT(5)
           WRITE INV-RPT-LINE FROM WS-OPN-CNT-LINE
           WRITE INV-RPT-LINE FROM WS-OPN-AMT-LINE.

      * Print received-to-paid days for the paid period, one line per
      * product / region and one for all claims paid
      *---------------------------------------------------------------
       3200-PRINT-CYCLE-TIME.
           MOVE SPACES TO INV-RPT-LINE
           STRING 'RECEIVED-TO-PAID DAYS, CLAIMS PAID '
                  WS-PAID-FROM ' TO ' WS-AS-OF-DATE ':'
                  DELIMITED BY SIZE INTO INV-RPT-LINE
           END-STRING
           WRITE INV-RPT-LINE
           WRITE INV-RPT-LINE FROM WS-CYT-COL-HDR

           PERFORM VARYING WS-CYT-SUB FROM 1 BY 1
              UNTIL WS-CYT-SUB > WS-CYT-COUNT
              MOVE WS-CYT-CNT(WS-CYT-SUB)      TO WS-CYW-CNT
              MOVE WS-CYT-AMT(WS-CYT-SUB)      TO WS-CYW-AMT
              MOVE WS-CYT-TOT-DAYS(WS-CYT-SUB) TO WS-CYW-TOT-DAYS
              MOVE WS-CYT-WORST(WS-CYT-SUB)    TO WS-CYW-WORST
              MOVE WS-CYT-BREACH(WS-CYT-SUB)   TO WS-CYW-BREACH
              PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                 UNTIL WS-DAY-SUB > 366
                 MOVE WS-CYT-DAY-CNT(WS-CYT-SUB, WS-DAY-SUB)
                    TO WS-CYW-DAY-CNT(WS-DAY-SUB)
              END-PERFORM
              MOVE SPACES TO WS-CYT-LINE
              MOVE WS-CYT-PROD(WS-CYT-SUB)   TO CTL-PROD
              MOVE WS-CYT-REGION(WS-CYT-SUB) TO CTL-REGION
              PERFORM 3250-PRINT-CYCLE-ROW
           END-PERFORM

           MOVE WS-CYT-ALL TO WS-CYW
           MOVE SPACES TO WS-CYT-LINE
           MOVE 'ALL'  TO CTL-PROD
           PERFORM 3250-PRINT-CYCLE-ROW
           WRITE INV-RPT-LINE FROM WS-INV-DASHES.

      * Average, 90th percentile and worst for the staged row. The
      * 90th percentile is the smallest day count that at least
      * nine in ten of the row's claims were paid within
      *---------------------------------------------------------------
       3250-PRINT-CYCLE-ROW.
           MOVE 0 TO WS-AVG-DAYS
           MOVE 0 TO WS-P90-DAYS
           IF WS-CYW-CNT > 0
              COMPUTE WS-AVG-DAYS ROUNDED =
                 WS-CYW-TOT-DAYS / WS-CYW-CNT
              COMPUTE WS-P90-RANK = (WS-CYW-CNT * 9 + 9) / 10
              MOVE 0 TO WS-P90-RUN
              PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                 UNTIL WS-DAY-SUB > 366 OR WS-P90-RUN >= WS-P90-RANK
                 ADD WS-CYW-DAY-CNT(WS-DAY-SUB) TO WS-P90-RUN
                 IF WS-P90-RUN >= WS-P90-RANK
                    COMPUTE WS-P90-DAYS = WS-DAY-SUB - 1
                 END-IF
              END-PERFORM
              IF WS-P90-DAYS >= 365
                 MOVE WS-CYW-WORST TO WS-P90-DAYS
              END-IF
           END-IF
           MOVE WS-CYW-CNT    TO CTL-CNT
           MOVE WS-CYW-AMT    TO CTL-AMT
           MOVE WS-AVG-DAYS   TO CTL-AVG
           MOVE WS-P90-DAYS   TO CTL-P90
           MOVE WS-CYW-WORST  TO CTL-WORST
           MOVE WS-CYW-BREACH TO CTL-BREACH
           WRITE INV-RPT-LINE FROM WS-CYT-LINE.

      * Sweep totals and warnings
      *---------------------------------------------------------------
       3400-PRINT-TOTALS.
           MOVE SPACES TO WS-INV-TOT-LINE
           MOVE 'HISTMAST RECORDS READ:'         TO IVT-LABEL
           MOVE WS-READ-COUNT                    TO IVT-COUNT
           WRITE INV-RPT-LINE FROM WS-INV-TOT-LINE

           MOVE SPACES TO WS-INV-TOT-LINE
           MOVE 'NOT YET ON FILE AS OF THE DATE:' TO IVT-LABEL
           MOVE WS-LATER-COUNT                   TO IVT-COUNT
           WRITE INV-RPT-LINE FROM WS-INV-TOT-LINE

           MOVE SPACES TO WS-INV-TOT-LINE
           MOVE 'OPEN:'                          TO IVT-LABEL
           MOVE WS-OPEN-COUNT                    TO IVT-COUNT
           WRITE INV-RPT-LINE FROM WS-INV-TOT-LINE

           MOVE SPACES TO WS-INV-TOT-LINE
           MOVE 'PAID IN THE PERIOD:'            TO IVT-LABEL
           MOVE WS-PAID-COUNT                    TO IVT-COUNT
           WRITE INV-RPT-LINE FROM WS-INV-TOT-LINE

           MOVE SPACES TO WS-INV-TOT-LINE
           MOVE 'CLOSED / PAID BEFORE THE PERIOD:' TO IVT-LABEL
           MOVE WS-CLOSED-COUNT                  TO IVT-COUNT
           WRITE INV-RPT-LINE FROM WS-INV-TOT-LINE

           MOVE SPACES TO WS-INV-TOT-LINE
           MOVE 'PAID OVER THE SLA TARGET:'      TO IVT-LABEL
           MOVE WS-CYA-BREACH                    TO IVT-COUNT
           WRITE INV-RPT-LINE FROM WS-INV-TOT-LINE

           MOVE SPACES TO WS-INV-TOT-LINE
           MOVE 'OPEN AND ALREADY OVER THE TARGET:' TO IVT-LABEL
           MOVE WS-OPEN-BREACH                   TO IVT-COUNT
           WRITE INV-RPT-LINE FROM WS-INV-TOT-LINE

           IF WS-BAD-DATE-COUNT > 0
              MOVE SPACES TO WS-INV-TOT-LINE
              MOVE 'SKIPPED - RECEIVED DATE NOT A DATE:' TO IVT-LABEL
              MOVE WS-BAD-DATE-COUNT             TO IVT-COUNT
              WRITE INV-RPT-LINE FROM WS-INV-TOT-LINE
           END-IF

           IF NOT WS-HOLD-OPENED
              MOVE SPACES TO INV-RPT-LINE
              MOVE '  ** WARNING: NO HOLDPAY - HELD CLAIMS ARE COUNTED'
                 TO INV-RPT-LINE
              WRITE INV-RPT-LINE
              MOVE SPACES TO INV-RPT-LINE
              MOVE '     AS ACCEPTED, NOT YET PAID **' TO INV-RPT-LINE
              WRITE INV-RPT-LINE
           END-IF
           IF WS-HOLD-CAP-HIT
              MOVE SPACES TO INV-RPT-LINE
              MOVE '  ** WARNING: OVER 5000 HOLDPAY CLAIMS - EXTRAS ARE'
                 TO INV-RPT-LINE
              WRITE INV-RPT-LINE
              MOVE SPACES TO INV-RPT-LINE
              MOVE '     COUNTED AS ACCEPTED, NOT YET PAID **'
                 TO INV-RPT-LINE
              WRITE INV-RPT-LINE
           END-IF
           IF WS-OPN-CAP-HIT OR WS-CYT-CAP-HIT
              MOVE SPACES TO INV-RPT-LINE
              MOVE '  ** WARNING: REPORT TABLE FULL - SOME PRODUCT /'
                 TO INV-RPT-LINE
              WRITE INV-RPT-LINE
              MOVE SPACES TO INV-RPT-LINE
              MOVE '     REGION ROWS ARE IN THE TOTALS ONLY **'
                 TO INV-RPT-LINE
              WRITE INV-RPT-LINE
           END-IF.

      * Close files
      *-----------------------------------------------------------------
       4000-CLOSE.
           CLOSE HIST-MASTER
                 INV-RPT-OUT
                 INV-SLA-OUT.

      *    Set the condition code: 4 when the report is incomplete -
      *    no HOLDPAY, a table cap hit, or claims skipped for a bad
      *    received date - 0 when clean
      *---------------------------------------------------------------
       4900-SET-CONDITION-CODE.
           IF NOT WS-HOLD-OPENED OR WS-HOLD-CAP-HIT OR
              WS-OPN-CAP-HIT OR WS-CYT-CAP-HIT OR
              WS-BAD-DATE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM A7CLMINV.
