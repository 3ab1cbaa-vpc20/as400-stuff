      *****************************************************************
      * CUSTTERDSP SFLCTL1-O - subfile control record for the sales
      * territory range screen. The ENT- fields are the add/replace
      * entry line for a range, keyed by its first postal code.
      *****************************************************************
           05  SFLCTL1.
               10  ENT-POSTFR          PIC X(10).
               10  ENT-POSTTO          PIC X(10).
               10  ENT-TERR            PIC X(10).
               10  ENT-REP             PIC X(10).
               10  ENT-REPNM           PIC X(30).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
               10  CSR-ROW             PIC S9(3).
               10  CSR-COL             PIC S9(3).
