      *****************************************************************
      * CUSTSCHDSP SFLCTL1-O - subfile control record for the
      * scheduled-change screen. Header identifies the customer;
      * the ENT- fields are the schedule-a-change entry line
      * (protected when the customer is inactive).
      *****************************************************************
           05  SFLCTL1.
               10  SCH-CUSTNO          PIC 9(6).
               10  SCH-CUSTNAME        PIC X(30).
               10  ENT-EFFDATE         PIC 9(8).
               10  ENT-NAME            PIC X(30).
               10  ENT-STREET          PIC X(30).
               10  ENT-CITY            PIC X(20).
               10  ENT-POST            PIC X(10).
