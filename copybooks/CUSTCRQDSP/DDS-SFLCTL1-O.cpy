      *****************************************************************
      * CUSTCRQDSP SFLCTL1-O - subfile control record for the CRM
      * conflict review screen: the reviewing user and the number
      * of conflicts waiting.
      *****************************************************************
           05  SFLCTL1.
               10  CRQ-USER            PIC X(10).
               10  CRQ-COUNT           PIC 9(3).
