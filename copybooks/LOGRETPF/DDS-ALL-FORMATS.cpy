      *****************************************************************
      * LOGRETPF - retention policy for the operational logs, one row
      * per log file keyed by file name, applied each night by the
      * LOGRETCBL housekeeping step. LRDAYS is how many calendar
      * days of rows to keep; older rows are removed unless
      * something still depends on them (LOGRETCBL's banner says
      * what, per file). LRSUMM "Y" adds each removed row to the
      * monthly LOGSUMPF summary first, so the history survives as
      * counts. LRARCF names a file of the log's own layout that
      * removed rows are copied to first - blank means removed rows
      * are not kept anywhere; a name that does not exist stops
      * that log's housekeeping for the night rather than losing
      * rows. LRACT "N" suspends the policy. Rows are data entry
      * (the SPLFVRUL pattern), not a program change.
      *****************************************************************
           05  LRFILE              PIC X(10).
           05  LRDAYS              PIC 9(5).
           05  LRSUMM              PIC X(1)     VALUE "Y".
           05  LRARCF              PIC X(10)    VALUE SPACES.
           05  LRACT               PIC X(1)     VALUE "Y".
