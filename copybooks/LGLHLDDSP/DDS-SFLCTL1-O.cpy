      *****************************************************************
      * LGLHLDDSP SFLCTL1-O - subfile control record for the legal
      * hold register screen. The ENT- fields are the entry line:
      * Enter places a new hold under the next hold number. Only the
      * fields the hold type uses are filled in (customer for "C",
      * report name and user data for "R", dates and scope for "D").
      *****************************************************************
           05  SFLCTL1.
               10  ENT-TYPE            PIC X(1).
               10  ENT-CUSTNO          PIC 9(6).
               10  ENT-SPLFNM          PIC X(10).
               10  ENT-USRDTA          PIC X(10).
               10  ENT-FROMDT          PIC 9(8).
               10  ENT-TODT            PIC 9(8).
               10  ENT-SCOPE           PIC X(1).
               10  ENT-MATTER          PIC X(20).
               10  ENT-RLSDT           PIC 9(8).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
               10  CSR-ROW             PIC S9(3).
               10  CSR-COL             PIC S9(3).
