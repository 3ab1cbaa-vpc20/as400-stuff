           05  TOTPG               PIC S9(9) BINARY.
           05  SPLSIZE             PIC S9(9) BINARY.
           05  SPLSZMULT           PIC S9(9) BINARY.
           05  SNPSYSNM            PIC X(8).
