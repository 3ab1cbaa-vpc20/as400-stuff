      * step EXECUTION (BATCHCHK keeps only the latest state, over-
      * written every night; this file is the narrative). Start and
      * end timestamps answer "which step ate the time", HSTOUTCOME
      * is "C" (completed), "W" (watchdog alert raised while
      * stuck at running), "L" (not started - a BATCHLCK file stayed
      * locked, step skipped) or "F" (the same, step failed and the
      * chain ended), and HSTCOUNTS carries the counts the
      * step itself reported (the purge's selected/deleted/failed,
      * the FTP generation's skip count) as display text.
      *****************************************************************
