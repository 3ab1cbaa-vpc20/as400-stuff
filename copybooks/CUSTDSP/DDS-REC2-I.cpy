               10  CUSTPOST        PIC X(10).
           05  CUSTSTAT            PIC X(1).
           05  CUSTSTRSN           PIC X(3).
      *    Credit limit (CUSTCRLPF) and its near-limit warning
      *    percentage - zero limit means no limit.
           05  CUSTCRLMT           PIC S9(9)V99.
           05  CUSTCRWPCT          PIC 9(3).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
           05  CSR-ROW             PIC S9(3).
           05  CSR-COL             PIC S9(3).
