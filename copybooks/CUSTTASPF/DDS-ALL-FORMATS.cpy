      *****************************************************************
      * CUSTTASPF - each customer's sales territory assignment, keyed
      * CUSTNO (a CUSTPF side file, like CUSTCRLPF). Written only by
      * the CUSTTERSVC routine: on add and address change in
      * CUSTCBL, and by the CUSTTERCBL reassignment batch when the
      * ranges change. TATERR is spaces when no range covers the
      * customer's postal code. TAREP is the rep at the time of the
      * assignment; TASRC says what assigned it (A add, C address
      * change, B reassignment batch). Every change of territory is
      * also on the audit trail under AUDFILE "CUSTTASPF".
      *****************************************************************
           05  TACUSTNO            PIC 9(6).
           05  TATERR              PIC X(10).
           05  TAREP               PIC X(10).
           05  TASRC               PIC X(1).
           05  TAASGTS             PIC X(21).
