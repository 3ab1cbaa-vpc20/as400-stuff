      *****************************************************************
      * HLPTXTDSP SFLCTL1-O - subfile control record for the field
      * help maintenance screen. SEL-DSPF/SEL-FLD name the display
      * file and field whose help lines are listed; ENT-TEXT is the
      * entry line that appends a line to them.
      *****************************************************************
           05  SFLCTL1.
               10  SEL-DSPF            PIC X(10).
               10  SEL-FLD             PIC X(10).
               10  ENT-TEXT            PIC X(60).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
               10  CSR-ROW             PIC S9(3).
               10  CSR-COL             PIC S9(3).
