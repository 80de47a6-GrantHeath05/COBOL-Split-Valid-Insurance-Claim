           SELECT AUTHLIM-IN    ASSIGN TO AUTHLIM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-AUTHLIM-STATUS.
           SELECT CAT-EVENT-IN  ASSIGN TO CATEVNT
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-CATEVNT-STATUS.
           SELECT POLICY-MASTER ASSIGN TO POLMAST
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS POL-POLICY-NUMBER
                                FILE STATUS IS WS-POLMAST-STATUS.
           SELECT SUSPENSE-OUT  ASSIGN TO SUSPENSE
                                ORGANIZATION IS SEQUENTIAL.
           SELECT REPAIR-OUT    ASSIGN TO REPAIR
          05 AL-PROD-CODE        PIC X(03).
          05 AL-LIMIT            PIC 9(07)V99.

      * CATASTROPHE EVENT TABLE (LAYOUT OWNED BY A7CATBDX): EACH
      * OPEN EVENT'S REGIONS AND LOSS DATE WINDOW, SO A CLAIM FROM
      * THE EVENT IS TAGGED WITH ITS CODE ON THE HISTORY EXTRACT
      *-----------------------------------------------------------------
       FD  CAT-EVENT-IN.
       COPY CATEREC.

      * POLICY MASTER (LAYOUT OWNED BY A7POLMNT, WHICH LOADS IT FROM
      * THE UNDERWRITING FEED): READ BY POLICY NUMBER TO VERIFY EACH
      * CLAIM IS COVERED BEFORE IT IS SPLIT
      *-----------------------------------------------------------------
       FD  POLICY-MASTER.
       COPY POLMREC.

      * OVER-LIMIT CLAIMS HELD FOR SUPERVISOR REVIEW: THE SPLIT
      * OUTPUT RECORD PLUS THE LIMIT THAT WAS EXCEEDED. RELEASED OR
      * REJECTED BY THE A7SUSRL COMPANION STEP
      * COMPANION STEP SO DISPOSITIONS SURVIVE PAST END OF JOB
      *-----------------------------------------------------------------
       FD  HIST-EXTRACT.
       COPY HISTXREC.

      * ACKNOWLEDGEMENT EXTRACT - ONE RECORD PER PROCESSED DETAIL,
      * TAGGED WITH THE INTAKE SOURCE IT ARRIVED UNDER, SPLIT INTO
             88 PRODREG-EOF-YES                   VALUE 'Y'.
          05 WS-AUTHLIM-EOF     PIC X             VALUE 'N'.
             88 AUTHLIM-EOF-YES                   VALUE 'Y'.
          05 WS-CATEVNT-EOF     PIC X             VALUE 'N'.
             88 CATEVNT-EOF-YES                   VALUE 'Y'.
          05 WS-RESTART-SW      PIC X             VALUE 'N'.
             88 WS-RESTART-MODE                   VALUE 'Y'.
          05 WS-PRIOR-FOUND-SW  PIC X             VALUE 'N'.
             88 WS-OVER-LIMIT                     VALUE 'Y'.
          05 WS-WARN-SW         PIC X             VALUE 'N'.
             88 WS-WARNED                         VALUE 'Y'.
          05 WS-POL-PROD-SW     PIC X             VALUE 'N'.
             88 WS-POL-PROD-COVERED               VALUE 'Y'.

       01 WS-SUB                PIC 9(02).
       01 WS-SUB2               PIC 9(02).
             10 WS-AUTH-PROD    PIC X(03).
             10 WS-AUTH-LIMIT   PIC 9(07)V99.

      * CATASTROPHE EVENT CODING
      * The open events from the CATEVNT maintenance file, loaded at
      * 1000-INITIALIZE. A claim whose region (first three characters
      * of the policy number) is one of an event's regions and whose
      * received date is inside the event's loss window carries the
      * event code onto HISTEXT for the A7CATBDX bordereau. The first
      * matching event in file order wins
      *-----------------------------------------------------------------
       01 WS-CATEVNT-STATUS     PIC X(02)         VALUE '00'.
       01 WS-CEV-MAX            PIC 9(02)         VALUE 20.
       01 WS-CEV-COUNT          PIC 9(02)         VALUE 0.
       01 WS-CEV-SUB            PIC 9(02)         VALUE 0.
       01 WS-CEV-REG-SUB        PIC 9(01)         VALUE 0.
       01 WS-CEV-CODE           PIC X(06)         VALUE SPACES.
       01 WS-CEV-CAP-SW         PIC X(01)         VALUE 'N'.
          88 WS-CEV-CAP-HIT                       VALUE 'Y'.

       01 WS-CAT-EVENTS.
          05 WS-CEV-ENTRY OCCURS 20 TIMES.
             10 WS-CEV-EVENT    PIC X(06).
             10 WS-CEV-REGION   PIC X(03) OCCURS 4 TIMES.
             10 WS-CEV-FROM     PIC X(08).
             10 WS-CEV-TO       PIC X(08).

      * POLICY COVERAGE CONTROLS
      * Every claim is looked up on the POLMAST policy master by
      * 2055-CHECK-POLICY-COVERAGE: an unknown policy, one not in
      * force, a received date outside the coverage period, a
      * product the policy does not carry, or an amount over the
      * policy's coverage limit each reject under its own code
      *-----------------------------------------------------------------
       01 WS-POLMAST-STATUS     PIC X(02)         VALUE '00'.

       01 WS-SUS-REC.
          05 WS-SUS-DATA        PIC X(87).
          05 WS-SUS-RUN-ID      PIC X(14).
           MOVE WS-RUN-ID            TO WS-OUT-RUN-ID
           PERFORM 1050-LOAD-REFERENCE-TABLES
           PERFORM 1055-LOAD-AUTHORITY-LIMITS
           PERFORM 1056-LOAD-CAT-EVENTS
           PERFORM 1057-OPEN-POLICY-MASTER
           PERFORM 1070-CHECK-RESTART
           PERFORM 1090-LOAD-PRIOR-TOTALS


           CLOSE AUTHLIM-IN.

      *    Load the open catastrophe events from the CATEVNT
      *    maintenance file. Like AUTHLIM, a file that cannot be
      *    opened stops the run - splitting a storm's claims untagged
      *    is how cat recoveries used to go unbilled. An empty file
      *    (no event declared) is normal. A blank end of the loss
      *    window means the event is still running
      *---------------------------------------------------------------
       1056-LOAD-CAT-EVENTS.
           OPEN INPUT CAT-EVENT-IN
           IF WS-CATEVNT-STATUS NOT = '00'
              DISPLAY 'A7SPLIT-F: OPEN FAILED FILE=CATEVNT STATUS='
                      WS-CATEVNT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL CATEVNT-EOF-YES
                   READ CAT-EVENT-IN
                   AT END
                      SET CATEVNT-EOF-YES TO TRUE
                   NOT AT END
                      IF CE-OPEN
                         IF WS-CEV-COUNT < WS-CEV-MAX
                            ADD 1 TO WS-CEV-COUNT
                            MOVE CE-EVENT-CODE
                               TO WS-CEV-EVENT(WS-CEV-COUNT)
                            PERFORM VARYING WS-CEV-REG-SUB FROM 1 BY 1
                               UNTIL WS-CEV-REG-SUB > 4
                               MOVE CE-REGION(WS-CEV-REG-SUB)
                                  TO WS-CEV-REGION(WS-CEV-COUNT,
                                                   WS-CEV-REG-SUB)
                            END-PERFORM
                            MOVE CE-LOSS-FROM
                               TO WS-CEV-FROM(WS-CEV-COUNT)
                            MOVE CE-LOSS-TO
                               TO WS-CEV-TO(WS-CEV-COUNT)
                            IF CE-LOSS-TO = SPACES
                               MOVE HIGH-VALUES
                                  TO WS-CEV-TO(WS-CEV-COUNT)
                            END-IF
                         ELSE
                            DISPLAY 'A7SPLIT-W: OVER ' WS-CEV-MAX
                                    ' OPEN CATEVNT ROWS - EVENT '
                                    CE-EVENT-CODE ' NOT TAGGED'
                            SET WS-CEV-CAP-HIT TO TRUE
                         END-IF
                      END-IF
                   END-READ
           END-PERFORM

           CLOSE CAT-EVENT-IN
           DISPLAY 'A7SPLIT: ' WS-CEV-COUNT ' OPEN CAT EVENTS LOADED'.

      *    Open the policy master for the coverage check. Like
      *    PRODREG and AUTHLIM, a master that cannot be opened stops
      *    the run - splitting claims with no coverage check at all is
      *    how a lapsed policy used to get paid
      *---------------------------------------------------------------
       1057-OPEN-POLICY-MASTER.
           OPEN INPUT POLICY-MASTER
           IF WS-POLMAST-STATUS NOT = '00'
              DISPLAY 'A7SPLIT-F: OPEN FAILED FILE=POLMAST STATUS='
                      WS-POLMAST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    2200-PROCESS-REPLACE routes REPLACE-OUT to one of 4 named
      *    per-region files (OUTREPLONT/QUE/MAN/ALB) by matching the
      *    literal policy-number prefix, since those 4 physical files
           END-IF.

      *    Validate an input record before it is split.
      *    Checks claim type, product code, and amount, then the
      *    claim's coverage on the policy master, and
      *    sets REC-VALID/REC-INVALID accordingly.
      *-----------------------------------------------------------------
       2050-VALIDATE-RECORD.
              SET REC-INVALID TO TRUE
              MOVE 'ZA' TO WS-REJECT-CODE
              MOVE 'ZERO AMOUNT' TO WS-REJECT-REASON
           END-IF

           IF REC-VALID
              PERFORM 2055-CHECK-POLICY-COVERAGE
           END-IF.

      *    Verify the claim against its policy on the POLMAST master,
      *    first failure wins: NP policy not on the master, PS policy
      *    lapsed or cancelled, OC received date outside the policy's
      *    effective-to-expiry period, NC product not one the policy
      *    covers, CL amount over the policy's coverage limit. The
      *    codes ride the normal reject path onto REJECTS, ACKEXT and
      *    HISTEXT; once underwriting corrects the policy, A7RECYC can
      *    send the claim back through on a RECHECK correction. Any
      *    read error other than not-found stops the run: the record
      *    area would still hold the previous claim's policy
      *-----------------------------------------------------------------
       2055-CHECK-POLICY-COVERAGE.
           MOVE IN-POLICY-NUMBER TO POL-POLICY-NUMBER
           READ POLICY-MASTER
           INVALID KEY
              SET REC-INVALID TO TRUE
              MOVE 'NP' TO WS-REJECT-CODE
              MOVE 'POLICY NOT ON MASTER' TO WS-REJECT-REASON
           END-READ
           IF WS-POLMAST-STATUS NOT = '00' AND
              WS-POLMAST-STATUS NOT = '23'
              DISPLAY 'A7SPLIT-F: READ FAILED FILE=POLMAST STATUS='
                      WS-POLMAST-STATUS ' POLICY=' IN-POLICY-NUMBER
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF REC-VALID AND NOT POL-IN-FORCE
              SET REC-INVALID TO TRUE
              MOVE 'PS' TO WS-REJECT-CODE
              MOVE 'POLICY LAPSED OR CANCELLED' TO WS-REJECT-REASON
           END-IF

           IF REC-VALID
              IF IN-RECEIVED-DATE IS NOT NUMERIC OR
                 IN-RECEIVED-DATE < POL-EFF-DATE OR
                 IN-RECEIVED-DATE > POL-EXP-DATE
                 SET REC-INVALID TO TRUE
                 MOVE 'OC' TO WS-REJECT-CODE
                 MOVE 'RECEIVED OUTSIDE COVERAGE' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF REC-VALID
              MOVE 'N' TO WS-POL-PROD-SW
              PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                 IF IN-PROD-CODE = POL-PROD-CODE(WS-SUB)
                    SET WS-POL-PROD-COVERED TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-POL-PROD-COVERED
                 SET REC-INVALID TO TRUE
                 MOVE 'NC' TO WS-REJECT-CODE
                 MOVE 'PRODUCT NOT COVERED BY POLICY'
                    TO WS-REJECT-REASON
              END-IF
           END-IF

           IF REC-VALID AND IN-AMOUNT > POL-COV-LIMIT
              SET REC-INVALID TO TRUE
              MOVE 'CL' TO WS-REJECT-CODE
              MOVE 'OVER POLICY COVERAGE LIMIT' TO WS-REJECT-REASON
           END-IF.

      *    Process a rejected record
           MOVE WS-HIST-DUP-SW   TO HX-DUP-SW
           MOVE IN-AMOUNT        TO HX-AMOUNT
           MOVE WS-RUN-ID        TO HX-RUN-ID
           MOVE IN-PROD-CODE     TO HX-PROD-CODE
           MOVE IN-JUSTIFY       TO HX-JUSTIFY
           MOVE WS-CUR-SOURCE    TO HX-SOURCE
           PERFORM 2096-TAG-CAT-EVENT
           MOVE WS-CEV-CODE      TO HX-CAT-CODE
           WRITE HIST-EXT-REC
           PERFORM 2097-WRITE-ACKNOWLEDGEMENT.

      *    Find the open catastrophe event, if any, the claim falls
      *    in: its region is one of the event's regions and its
      *    received date is inside the loss window. Every disposition
      *    is tagged - the bordereau decides what counts as incurred
      *-----------------------------------------------------------------
       2096-TAG-CAT-EVENT.
           MOVE SPACES TO WS-CEV-CODE
           PERFORM VARYING WS-CEV-SUB FROM 1 BY 1
              UNTIL WS-CEV-SUB > WS-CEV-COUNT OR
                    WS-CEV-CODE NOT = SPACES
              IF IN-RECEIVED-DATE NOT < WS-CEV-FROM(WS-CEV-SUB) AND
                 IN-RECEIVED-DATE NOT > WS-CEV-TO(WS-CEV-SUB)
                 PERFORM VARYING WS-CEV-REG-SUB FROM 1 BY 1
                    UNTIL WS-CEV-REG-SUB > 4
                    IF IN-POLICY-NUMBER(1:3) =
                       WS-CEV-REGION(WS-CEV-SUB, WS-CEV-REG-SUB)
                       MOVE WS-CEV-EVENT(WS-CEV-SUB) TO WS-CEV-CODE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      *    Write the claim's acknowledgement extract record for its
      *    intake source, alongside the history extract so every
      *    disposition path feeds both. The reject reason text only
                 OTH-DETAIL-OUT
                 BATCH-DETAIL-OUT
                 HIST-EXTRACT
                 ACK-EXTRACT
                 POLICY-MASTER.

      *    Mark the restart file complete once the whole batch has
      *    finished normally, so the next run does not mistake a
      *    RUNAUDIT file: run id, start/end stamps, what was read,
      *    the final totals, whether this was a checkpoint resume,
      *    and whether the run completed normally ('N') or failed
      *    its batch controls ('A'); A7BKOUT marks a run it backs
      *    out ('B'). A missing RUNAUDIT (first run) is created
      *    rather than treated as an error
      *---------------------------------------------------------------
       4070-WRITE-RUN-AUDIT.
           OPEN EXTEND AUDIT-FILE
      *    Set the condition code the scheduler acts on: 8 when the
      *    run failed its batch controls (downstream must hold), 4
      *    when it completed but something needs an operator's eye
      *    (a per-source stats or cat event cap hit, a RECYCLE/
      *    RELEASEF generation the producing step should have left
      *    but did not, an audit or totals file that would not
      *    open), 0 when clean. The
      *    review-section caps no longer warn: overflow pages to the
      *    HVDETAIL/OTHDETAIL/BATCHDET files with nothing lost
      *---------------------------------------------------------------
       4900-SET-CONDITION-CODE.
           IF WS-SRC-CAP-HIT OR WS-CEV-CAP-HIT
              SET WS-WARNED TO TRUE
           END-IF
           IF NOT WS-RECYCLE-AVAIL
