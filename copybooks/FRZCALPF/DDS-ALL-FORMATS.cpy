      *****************************************************************
      * FRZCALPF - change-freeze calendar, keyed by freeze number.
      * A freeze is in force from FZSTRDT to FZENDDT, both days
      * included (quarter-end close, the external audit visit);
      * which control files it covers is its FRZSCPPF scope list.
      * While one is in force the control-file maintenance screens
      * refuse updates to a covered file (FRZCHKSVC), except as an
      * emergency change. Maintained through FRZCALMNT.
      *****************************************************************
           05  FZID                PIC 9(6).
           05  FZSTRDT             PIC 9(8).
           05  FZENDDT             PIC 9(8).
           05  FZNAME              PIC X(30).
           05  FZADDBY             PIC X(10).
           05  FZADDTS             PIC X(21).
