      * CUSTCONDSP SFLCTL1-O - subfile control record for the
      * customer contacts screen. Header identifies the customer;
      * the ENT- fields are the add-a-contact entry line (protected
      * when the customer is inactive), or the contact being
      * changed when ENT-CHGSEQ is non-zero.
      *****************************************************************
           05  SFLCTL1.
               10  CON-CUSTNO          PIC 9(6).
               10  ENT-NAME            PIC X(30).
               10  ENT-ROLE            PIC X(20).
               10  ENT-PHONE           PIC X(20).
               10  ENT-CHGSEQ          PIC 9(3).
