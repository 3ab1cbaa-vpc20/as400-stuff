      *****************************************************************
      * CUSTCFMDSP SFLCTL1-O - subfile control record for the
      * balance confirmation response screen. CFM-YEAR selects the
      * year's letters (change it and press Enter to switch); the
      * ENT- fields are the record-a-response entry line; the
      * counts summarise the year's answers so far.
      *****************************************************************
           05  SFLCTL1.
               10  CFM-YEAR            PIC 9(4).
               10  CFM-SENT            PIC 9(5).
               10  CFM-OPEN            PIC 9(5).
               10  ENT-CUSTNO          PIC 9(6).
               10  ENT-RESP            PIC X(1).
               10  ENT-CUSTAMT         PIC S9(9)V99.
               10  ENT-NOTE            PIC X(30).
