               10  ENT-THRMIN          PIC 9(4).
               10  ENT-PARM            PIC 9(5).
               10  ENT-GROUP           PIC X(10).
               10  ENT-SCOPE           PIC X(1).
      *    Emergency-change reason - needed, with the FRZEMERG
      *    function on AUTHFNC, to update BATCHSTP while a change
      *    freeze covers it (FRZCHKSVC).
               10  ENT-FRZRSN          PIC X(40).
      *    Lock wait minutes and the skip ("S") or fail ("F")
      *    action when a BATCHLCK file stays locked.
               10  ENT-LCKWT           PIC 9(3).
               10  ENT-LCKACT          PIC X(1).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
               10  CSR-ROW             PIC S9(3).
               10  CSR-COL             PIC S9(3).
