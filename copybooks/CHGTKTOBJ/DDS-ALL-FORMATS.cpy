      *****************************************************************
      * CHGTKTOBJ - objects a CHGTKTPF change ticket expects to
      * change, keyed ticket + object. TOTYPE "P" program, "F" file
      * (as PFPGM / PFFILE on the PGMFINV inventory). CHGTKTVFY sets
      * TORESULT "Y" changed / "N" did not change in the PGMFINVH
      * generation TOVFYGEN; blank until the ticket is verified.
      *****************************************************************
           05  TOKEY.
               10  TOTKID          PIC X(10).
               10  TOOBJ           PIC X(10).
           05  TOTYPE              PIC X(1).
           05  TORESULT            PIC X(1)     VALUE SPACES.
           05  TOVFYGEN            PIC 9(8)     VALUE ZEROES.
