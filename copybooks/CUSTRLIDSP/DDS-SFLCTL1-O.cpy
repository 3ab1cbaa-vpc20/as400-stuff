      *****************************************************************
      * CUSTRLIDSP SFLCTL1-O - roll-up inquiry header: the customer
      * asked about, the top of its family, and the family totals.
      *****************************************************************
           05  SFLCTL1.
               10  RLI-CUSTNO          PIC 9(6).
               10  RLI-TOPNO           PIC 9(6).
               10  RLI-TOPNAME         PIC X(30).
               10  RLI-MEMBERS         PIC 9(5).
               10  RLI-TOTBAL          PIC S9(11)V99.
