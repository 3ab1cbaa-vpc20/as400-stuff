      *****************************************************************
      * MNTWINPF - planned maintenance windows, keyed by window
      * number. While a window is open (MWSTRDT/MWSTRTM up to, not
      * including, MWENDDT/MWENDTM) ALERTSVC records an alert that
      * matches it as suppressed (ALACK "S", ALSUPWIN the window)
      * instead of routing or paging it. A window matches on every
      * filter it fills in - blank is "any":
      *
      *   MWTYPE    alert type (WTRDOWN, OUTQLIMIT, BATCHSTUCK...)
      *   MWSOURCE  raising program (WTRMONCBL, OUTQMONCBL...)
      *   MWQUEUE   queue or object name, found anywhere in the
      *             alert text
      *
      * so a system save that stops everything is one window with
      * no filters, and one that only ends the writers is a window
      * for source WTRMONCBL. Once the end has passed, MNTWINCLS
      * closes the window (MWSTAT "C"), lists what it suppressed
      * and has anything still wrong raised for real. Maintained
      * through MNTWINMNT.
      *****************************************************************
           05  MWID                PIC 9(6).
           05  MWSTRDT             PIC 9(8).
           05  MWSTRTM             PIC 9(4).
           05  MWENDDT             PIC 9(8).
           05  MWENDTM             PIC 9(4).
           05  MWTYPE              PIC X(10).
           05  MWSOURCE            PIC X(10).
           05  MWQUEUE             PIC X(10).
           05  MWREASON            PIC X(40).
           05  MWSTAT              PIC X(1).
           05  MWADDBY             PIC X(10).
           05  MWCLSTS             PIC X(21).
