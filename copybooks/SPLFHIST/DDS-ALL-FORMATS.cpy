           05  TOTPG               PIC S9(9) BINARY.
           05  SPLSIZE             PIC S9(9) BINARY.
           05  SPLSZMULT           PIC S9(9) BINARY.
      *    SNPSYSNM - the partition the row was snapshotted on: this
      *    system's own rows from SPLFHSTCBL, the sister partitions'
      *    from the SPLFCONCBL consolidation (SPLFSYS), so the trend
      *    is company-wide and still separable by system.
           05  SNPSYSNM            PIC X(8).
