      *****************************************************************
      * DBSIZTHR - reorganize thresholds for DBSIZCBL, maintained by
      * operations, keyed by library and file. A file whose deleted
      * records reach DTDLTPCT percent of its records (active plus
      * deleted) and number at least DTDLTMIN raises a DBREORG
      * alert through ALERTSVC. The file's own row is used first,
      * then its library's "*ALL" row, then the "*ALL"/"*ALL" row;
      * a file none of these covers is not checked (the OUTQTHR
      * convention).
      *****************************************************************
           05  DTKEY.
               10  DTLIB           PIC X(10).
               10  DTFILE          PIC X(10).
           05  DTDLTPCT            PIC 9(3).
           05  DTDLTMIN            PIC 9(9).
