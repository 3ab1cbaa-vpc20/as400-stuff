      *****************************************************************
      * FRZSCPPF - scope list of the FRZCALPF change freezes: one
      * row per control file a freeze covers, by its database file
      * name (BATCHSTP, KIFTPDST, SPLFPRO, CODETBL, USRDEPT,
      * SHOPCAL...). FSFILE "*ALL" covers every control file.
      *****************************************************************
           05  FSKEY.
               10  FSID            PIC 9(6).
               10  FSFILE          PIC X(10).
