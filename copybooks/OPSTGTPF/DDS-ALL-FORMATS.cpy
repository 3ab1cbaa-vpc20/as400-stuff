      *****************************************************************
      * OPSTGTPF - targets for the monthly operations scorecard
      * (OPSSCRCBL), one row per scorecard measure. OTTARGET is in
      * the measure's own unit - a count, a percentage, or a time
      * of day as HHMM past the run date's midnight (2630 is half
      * past two the next morning). OTDIR "L" means the measure
      * meets target at or below it, "H" at or above it. A measure
      * with no row, or OTACT not "Y", is reported without a
      * target and never flagged. Maintained as data, like AUTHFNC.
      *****************************************************************
           05  OTMEAS              PIC X(10).
           05  OTTARGET            PIC S9(7)V99.
           05  OTDIR               PIC X(1)     VALUE "L".
           05  OTACT               PIC X(1)     VALUE "Y".
