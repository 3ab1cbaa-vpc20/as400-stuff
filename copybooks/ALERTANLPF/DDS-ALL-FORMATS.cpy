      *****************************************************************
      * ALERTANLPF - monthly alert analytics written by ALERTANL,
      * keyed by month (CCYYMM of ALTS), alert type, raising source
      * and acknowledging user. The row with ANUSER blank carries
      * the type/source figures for the month; one row per user
      * who acknowledged alerts of the type/source carries that
      * user's count in ANACKED. Kept apart from ALERTLOG so the
      * month-over-month trend survives LOGRETCBL's housekeeping;
      * re-running a month replaces its rows.
      *
      *   ANTOTAL             alerts raised (suppressed included)
      *   ANINFO/WARN/CRIT    of which severity I, W, C
      *   ANSUPP              suppressed by a maintenance window
      *   ANACKED             acknowledged (ALACK "Y")
      *   ANUNACK             still open at the time of the run
      *   ANMEDMIN/ANWORSTMIN median and worst minutes from ALTS to
      *                       ALACKTS of the acknowledged alerts
      *   ANRERAISE           ALERTSWP re-raises, summed
      *
      * Source "*PURGED" holds alerts LOGRETCBL had already removed
      * when the month was analysed (from their LOGSUMPF summary):
      * counts and re-raises only, no acknowledgment figures.
      *****************************************************************
           05  ANKEY.
               10  ANMONTH         PIC 9(6).
               10  ANTYPE          PIC X(10).
               10  ANSOURCE        PIC X(10).
               10  ANUSER          PIC X(10).
           05  ANTOTAL             PIC 9(7).
           05  ANINFO              PIC 9(7).
           05  ANWARN              PIC 9(7).
           05  ANCRIT              PIC 9(7).
           05  ANSUPP              PIC 9(7).
           05  ANACKED             PIC 9(7).
           05  ANUNACK             PIC 9(7).
           05  ANMEDMIN            PIC 9(7).
           05  ANWORSTMIN          PIC 9(7).
           05  ANRERAISE           PIC 9(7).
           05  ANRUNTS             PIC X(21).
