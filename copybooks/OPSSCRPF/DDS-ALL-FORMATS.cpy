      *****************************************************************
      * OPSSCRPF - monthly operations scorecard summary written by
      * OPSSCRCBL, keyed by month (CCYYMM) and measure. Each row
      * carries the month's figure and the target it was judged
      * against at the time, so the three-month trend on the report
      * comes from here and survives LOGRETCBL clearing the logs
      * the figures were taken from, and a later change to
      * OPSTGTPF does not rewrite history. Re-running a month
      * replaces its rows.
      *
      *   OSACTUAL            the month's figure, in the unit of the
      *                       measure (see OPSTGTPF)
      *   OSTARGET/OSDIR      the target and direction in force;
      *                       OSDIR blank - no target
      *   OSMISSED            "Y" missed target, "N" met it, blank
      *                       no target or no figure
      *   OSBASIS             what the figure was counted from
      *                       (rows, nights, transfers...), so a
      *                       percentage of nothing reads as such
      *****************************************************************
           05  OSKEY.
               10  OSMONTH         PIC 9(6).
               10  OSMEAS          PIC X(10).
           05  OSACTUAL            PIC S9(7)V99.
           05  OSTARGET            PIC S9(7)V99.
           05  OSDIR               PIC X(1).
           05  OSMISSED            PIC X(1).
           05  OSBASIS             PIC 9(9).
           05  OSRUNTS             PIC X(21).
