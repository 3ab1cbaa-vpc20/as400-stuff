           05  CUSTNO              PIC 9(6).
           05  CURREC              PIC X(10).
           05  CURFLD              PIC X(10).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
           05  CSR-ROW             PIC S9(3).
           05  CSR-COL             PIC S9(3).
