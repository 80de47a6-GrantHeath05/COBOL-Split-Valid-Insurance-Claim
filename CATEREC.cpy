      *-----------------------------------------------------------------
      * CATASTROPHE EVENT TABLE RECORD LAYOUT, OWNED BY A7CATBDX.
      * SHARED WITH A7SPLIT, WHICH TAGS EACH CLAIM WHOSE REGION AND
      * RECEIVED DATE FALL INSIDE AN OPEN EVENT - KEEP ALL USERS ON
      * THIS COPY WHEN THE LAYOUT CHANGES. THE CATEVNT MAINTENANCE
      * FILE (SAME SPIRIT AS AUTHLIM) HOLDS ONE ROW PER EVENT: UP TO
      * FOUR AFFECTED REGIONS (FIRST THREE CHARACTERS OF THE POLICY
      * NUMBER), THE LOSS DATE WINDOW (A BLANK CE-LOSS-TO MEANS THE
      * EVENT IS STILL RUNNING), AND THE CATASTROPHE TREATY TERMS -
      * THE RETENTION WE KEEP AND THE MOST THE REINSURER PAYS ABOVE
      * IT (CE-LIMIT ZERO = NO LIMIT). A CLOSED EVENT TAGS NO NEW
      * CLAIMS BUT STAYS ON THE BORDEREAU.
      *-----------------------------------------------------------------
       01 CAT-EVENT-REC.
          05 CE-EVENT-CODE       PIC X(06).
          05 CE-EVENT-NAME       PIC X(20).
          05 CE-STATUS           PIC X(01).
             88 CE-OPEN                           VALUE 'O'.
             88 CE-CLOSED                         VALUE 'C'.
          05 CE-REGIONS.
             10 CE-REGION        PIC X(03) OCCURS 4 TIMES.
          05 CE-LOSS-FROM        PIC X(08).
          05 CE-LOSS-TO          PIC X(08).
          05 CE-RETENTION        PIC 9(09)V99.
          05 CE-LIMIT            PIC 9(09)V99.
