      *****************************************************************
      * SPLFKWRUL - report keyword alert rules, keyed report
      * (spooled file) name + phrase. SPLFKWSCN looks for KWPHRASE
      * anywhere on every captured line of the report, matched as
      * printed; a KWRPTNM of "*ALL" applies the phrase to every
      * archived report. KWSEV is the ALERTSVC severity raised on a
      * hit (I/W/C). KWACT "N" suspends a rule without losing the
      * row. Rows are data entry (the CODETBLMNT pattern).
      *****************************************************************
           05  KWKEY.
               10  KWRPTNM         PIC X(10).
               10  KWPHRASE        PIC X(40).
           05  KWSEV               PIC X(1)     VALUE "W".
           05  KWDESC              PIC X(30).
           05  KWACT               PIC X(1)     VALUE "Y".
