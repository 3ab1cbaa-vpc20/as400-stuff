      *****************************************************************
      * MNTWINDSP SFLCTL1-O - subfile control record for the
      * maintenance window screen. The ENT- fields are the entry
      * line: Enter with ENT-ID zero adds a window under the next
      * number; a window brought up by option "2" carries its
      * number in ENT-ID and Enter replaces it.
      *****************************************************************
           05  SFLCTL1.
               10  ENT-ID              PIC 9(6).
               10  ENT-STRDT           PIC 9(8).
               10  ENT-STRTM           PIC 9(4).
               10  ENT-ENDDT           PIC 9(8).
               10  ENT-ENDTM           PIC 9(4).
               10  ENT-TYPE            PIC X(10).
               10  ENT-SOURCE          PIC X(10).
               10  ENT-QUEUE           PIC X(10).
               10  ENT-REASON          PIC X(40).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
               10  CSR-ROW             PIC S9(3).
               10  CSR-COL             PIC S9(3).
