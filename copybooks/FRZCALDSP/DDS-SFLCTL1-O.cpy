      *****************************************************************
      * FRZCALDSP SFLCTL1-O - subfile control record for the change
      * freeze calendar screen. The ENT- fields are the entry line:
      * ENT-ID zero with dates, name and a control file adds a new
      * freeze; an existing freeze number takes changed dates or
      * name, and ENT-FILE adds a control file to its scope.
      *****************************************************************
           05  SFLCTL1.
               10  ENT-ID              PIC 9(6).
               10  ENT-STRDT           PIC 9(8).
               10  ENT-ENDDT           PIC 9(8).
               10  ENT-NAME            PIC X(30).
               10  ENT-FILE            PIC X(10).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
               10  CSR-ROW             PIC S9(3).
               10  CSR-COL             PIC S9(3).
