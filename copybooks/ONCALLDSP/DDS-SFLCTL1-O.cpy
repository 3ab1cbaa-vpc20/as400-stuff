      *****************************************************************
      * ONCALLDSP SFLCTL1-O - subfile control record for the on-call
      * roster maintenance screen. The ENT- fields add or replace a
      * roster row (keyed from date, day type and band start) on
      * Enter.
      *****************************************************************
           05  SFLCTL1.
               10  ENT-FROMDT          PIC 9(8).
               10  ENT-TODT            PIC 9(8).
               10  ENT-DAYTYP          PIC X(1).
               10  ENT-STRTM           PIC 9(4).
               10  ENT-ENDTM           PIC 9(4).
               10  ENT-PRIM            PIC X(10).
               10  ENT-SEC             PIC X(10).
               10  ENT-MGR             PIC X(10).
               10  ENT-ESCMIN          PIC 9(3).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
               10  CSR-ROW             PIC S9(3).
               10  CSR-COL             PIC S9(3).
