      *****************************************************************
      * SPLFVRCN - outcome of each SPLFVALR pair reconciliation,
      * keyed pair name + report creation date (CYYMMDD), so a day
      * once decided is not compared or alerted again. VCSTAT "M"
      * the two values agree within the pair's tolerance, "B" they
      * break (alert raised), "X" side B never arrived within
      * VPWAIT days (alert raised). A date with side B still
      * expected has no row yet.
      *****************************************************************
           05  VCKEY.
               10  VCPAIR          PIC X(10).
               10  VCCRTDATE       PIC X(7).
           05  VCAMTA              PIC S9(13)V99 PACKED-DECIMAL.
           05  VCAMTB              PIC S9(13)V99 PACKED-DECIMAL.
           05  VCDIFF              PIC S9(13)V99 PACKED-DECIMAL.
           05  VCSTAT              PIC X(1).
           05  VCRUNDT             PIC 9(8).
           05  VCTS                PIC X(21).
