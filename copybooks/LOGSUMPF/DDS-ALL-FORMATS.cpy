      *****************************************************************
      * LOGSUMPF - monthly summary of operational log rows removed by
      * LOGRETCBL under an LRSUMM "Y" policy, keyed by log file,
      * month (CCYYMM of the row's own date) and category. What the
      * category and the measure are depends on the log:
      *
      *    ALERTLOG  - alert type + severity; measure re-raises
      *    BATCHHST  - step name; measure run minutes (BATCHDRFT
      *                reads these rows so a step's baseline month
      *                survives the housekeeping)
      *    KIFTPSTS  - file name + transfer status; measure records
      *    CURSORLOG - resolved field name; no measure
      *
      * LSCOUNT is rows summarized, LSSUM and LSMAX the total and
      * largest measure, LSBAD the rows whose measure could not be
      * read (counted, but not in LSSUM/LSMAX).
      *****************************************************************
           05  LSKEY.
               10  LSFILE          PIC X(10).
               10  LSMONTH         PIC 9(6).
               10  LSCAT           PIC X(20).
           05  LSCOUNT             PIC 9(9)     PACKED-DECIMAL.
           05  LSSUM               PIC 9(15)    PACKED-DECIMAL.
           05  LSMAX               PIC 9(11)    PACKED-DECIMAL.
           05  LSBAD               PIC 9(9)     PACKED-DECIMAL.
