      *****************************************************************
      * SPLFVPAIR - cross-report control-total pairs, one row per
      * pair of SPLFVAL values that must agree (the invoice register
      * grand total against the GL interface report total, say),
      * keyed by a pair name. Worked nightly by SPLFVALR: side A's
      * value for each report creation date is compared with side
      * B's for the same date, and a difference larger than VPTOL
      * raises an ALERTSVC event. VPWAIT is how many days side A
      * waits for side B's report to be archived before the partner
      * is declared missing. VPACT "N" suspends the pair. Rows are
      * data entry (the CODETBLMNT pattern).
      *****************************************************************
           05  VPPAIR              PIC X(10).
           05  VPDESC              PIC X(30).
           05  VPRPTA              PIC X(10).
           05  VPVALA              PIC X(10).
           05  VPRPTB              PIC X(10).
           05  VPVALB              PIC X(10).
           05  VPTOL               PIC S9(9)V99 PACKED-DECIMAL
                                                VALUE ZEROES.
           05  VPWAIT              PIC 9(3)     VALUE 3.
           05  VPACT               PIC X(1)     VALUE "Y".
