               10  ENT-SPLFNM          PIC X(10).
               10  ENT-DESC            PIC X(30).
               10  ENT-ACT             PIC X(1).
      *    Emergency-change reason - needed, with the FRZEMERG
      *    function on AUTHFNC, to update SPLFPRO while a change
      *    freeze covers it (FRZCHKSVC).
               10  ENT-FRZRSN          PIC X(40).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
               10  CSR-ROW             PIC S9(3).
               10  CSR-COL             PIC S9(3).
