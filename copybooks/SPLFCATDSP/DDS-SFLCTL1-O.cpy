      *****************************************************************
      * SPLFCATDSP SFLCTL1-O - subfile control record for the report
      * catalog maintenance screen. The ENT- fields are the entry
      * line: Enter adds the report, or changes it when the name and
      * user data are already cataloged. ENT-DEPTNM is output only,
      * the department name found on USRDEPT.
      *****************************************************************
           05  SFLCTL1.
               10  ENT-SPLFNM          PIC X(10).
               10  ENT-USRDTA          PIC X(10).
               10  ENT-DESC            PIC X(50).
               10  ENT-DEPT            PIC X(10).
               10  ENT-DEPTNM          PIC X(30).
               10  ENT-OWNER           PIC X(30).
               10  ENT-FREQ            PIC X(1).
               10  ENT-RETCLS          PIC X(10).
               10  ENT-CONF            PIC X(1).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
               10  CSR-ROW             PIC S9(3).
               10  CSR-COL             PIC S9(3).
