      *****************************************************************
      * DBASPHST - system ASP history, one row per capture night
      * keyed by date: the ASP's capacity in megabytes and the
      * percentage in use, as QWCRSSTS reported them when DBSIZCBL
      * ran. DBSIZRPT projects from these rows when the ASP will
      * reach its threshold.
      *****************************************************************
           05  DADATE              PIC 9(8).
           05  DACAPMB             PIC 9(11)    PACKED-DECIMAL.
           05  DAPCTUSD            PIC 9(3)V9(4) PACKED-DECIMAL.
           05  DARUNID             PIC 9(6).
           05  DATS                PIC X(21).
