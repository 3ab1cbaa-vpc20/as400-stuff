      *****************************************************************
      * CUSTAPRDSP SFLCTL1-O - subfile control record for the
      * pending-change approval screen. Header shows the signed-on
      * approver and the number of changes waiting.
      *****************************************************************
           05  SFLCTL1.
               10  APR-USER            PIC X(10).
               10  APR-COUNT           PIC 9(5).
