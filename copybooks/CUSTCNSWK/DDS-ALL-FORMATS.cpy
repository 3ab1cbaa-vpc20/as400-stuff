      *****************************************************************
      * CUSTCNSWK - single-run work file for the CUSTCNSCBL census:
      * the date each customer was created, taken from the first
      * CUSTPF "ADD" entry on AUDITARC/AUDITTRL, keyed by CUSTNO so
      * the census can age every account. Cleared at the start of
      * each run.
      *****************************************************************
           05  CWCUSTNO            PIC 9(6).
           05  CWCRTDATE           PIC 9(8).
