      *-----------------------------------------------------------------
      * POLICY MASTER RECORD LAYOUT, OWNED BY A7POLMNT. SHARED WITH
      * THE A7SPLIT COVERAGE CHECK - KEEP ALL USERS ON THIS COPY WHEN
      * THE LAYOUT CHANGES. KEYED ON POL-POLICY-NUMBER. THE COVERAGE
      * PERIOD RUNS FROM POL-EFF-DATE THROUGH POL-EXP-DATE INCLUSIVE;
      * UNUSED POL-PROD-CODE SLOTS ARE SPACES.
      *-----------------------------------------------------------------
       01 POLICY-REC.
          05 POL-POLICY-NUMBER   PIC X(10).
          05 POL-INSURED-NAME    PIC X(20).
          05 POL-EFF-DATE        PIC X(08).
          05 POL-EXP-DATE        PIC X(08).
          05 POL-STATUS          PIC X(01).
             88 POL-IN-FORCE                      VALUE 'A'.
             88 POL-LAPSED                        VALUE 'L'.
             88 POL-CANCELLED                     VALUE 'C'.
          05 POL-COVERED-PRODS.
             10 POL-PROD-CODE    PIC X(03)        OCCURS 5 TIMES.
          05 POL-COV-LIMIT       PIC 9(07)V99.
          05 POL-LAST-UPD-DATE   PIC X(08).
