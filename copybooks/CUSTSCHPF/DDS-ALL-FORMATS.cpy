      *****************************************************************
      * CUSTSCHPF - scheduled customer changes, keyed in ahead of
      * the day they take effect (a move, a new trading name) on
      * CUSTSCHCBL and applied by the CUSTSCHAPL nightly step on
      * the first run dated on or after SCHEFFDATE. SCHID comes
      * from the CUSTNBRSVC "SCHID" series. A blank new name leaves
      * the name alone; a blank new address leaves the address
      * alone. SCHBASETS is the customer's CUSTCHGTS when the change
      * was keyed - if the record has been changed since, the
      * scheduled change is rejected rather than laid over it.
      *****************************************************************
           05  SCHID               PIC 9(6).
           05  SCHCUSTNO           PIC 9(6).
           05  SCHEFFDATE          PIC 9(8).
      *    SCHSTAT "P" = pending, "A" = applied, "R" = rejected by
      *    the nightly step (reason in SCHRSN), "C" = cancelled on
      *    the screen before it fell due.
           05  SCHSTAT             PIC X(1)     VALUE "P".
           05  SCHNEWNAME          PIC X(30).
           05  SCHNEWADDR.
               10  SCHSTREET       PIC X(30).
               10  SCHCITY         PIC X(20).
               10  SCHPOST         PIC X(10).
           05  SCHBASETS           PIC X(21).
           05  SCHREQUSER          PIC X(10).
           05  SCHREQTS            PIC X(21).
           05  SCHDONETS           PIC X(21)    VALUE SPACES.
           05  SCHRSN              PIC X(30)    VALUE SPACES.
