               10  PRF-SLAHRS          PIC 9(3).
               10  PRF-SECURE          PIC X(1).
               10  PRF-INCR            PIC X(1).
      *    Credential rotation policy - maximum password age and
      *    warning days, and how many previous passwords may not
      *    be reused (see DSTPWMAXD/DSTPWWRND/DSTPWHIST).
               10  PRF-PWMAXD          PIC 9(3).
               10  PRF-PWWRND          PIC 9(3).
               10  PRF-PWHIST          PIC 9(2).
               10  ENT-FILE            PIC X(10).
      *    Emergency-change reason - needed, with the FRZEMERG
      *    function on AUTHFNC, to update KIFTPDST while a change
      *    freeze covers it (FRZCHKSVC).
               10  ENT-FRZRSN          PIC X(40).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
               10  CSR-ROW             PIC S9(3).
               10  CSR-COL             PIC S9(3).
