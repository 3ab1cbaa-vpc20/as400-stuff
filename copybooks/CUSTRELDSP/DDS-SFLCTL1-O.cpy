      *****************************************************************
      * CUSTRELDSP SFLCTL1-O - subfile control record for the
      * customer relationship screen. Header identifies the parent;
      * the ENT- fields are the add-a-child entry line (protected
      * when the parent is inactive).
      *****************************************************************
           05  SFLCTL1.
               10  REL-CUSTNO          PIC 9(6).
               10  REL-CUSTNAME        PIC X(30).
               10  ENT-CHILD           PIC 9(6).
               10  ENT-TYPE            PIC X(3).
               10  ENT-TYPEDSC         PIC X(30).
