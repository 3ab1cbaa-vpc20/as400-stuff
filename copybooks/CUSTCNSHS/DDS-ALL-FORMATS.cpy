      *****************************************************************
      * CUSTCNSHS - month-end customer census history, one row per
      * month, census section and counted value, written by the
      * CUSTCNSCBL step on the month-end chain so the monthly counts
      * sales and finance quote come from one place. CNSECT is the
      * section (00 customer base, 10 status, 20 held reason, 30
      * city, 40 postal area, 50 age since creation, 60 movements
      * in the month from AUDITTRL); CNVALUE the status, reason,
      * city, area, age band or movement counted. A rerun for the
      * same month replaces that month's rows.
      *****************************************************************
           05  CNKEY.
               10  CNMONTH         PIC 9(6).
               10  CNSECT          PIC 9(2).
               10  CNVALUE         PIC X(20).
           05  CNCOUNT             PIC 9(7)     PACKED-DECIMAL.
           05  CNRUNID             PIC 9(6).
           05  CNTS                PIC X(21).
