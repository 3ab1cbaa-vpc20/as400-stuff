           05  CRD-USER            PIC X(10).
           05  CRD-PASS1           PIC X(20).
           05  CRD-PASS2           PIC X(20).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
           05  CSR-ROW             PIC S9(3).
           05  CSR-COL             PIC S9(3).
