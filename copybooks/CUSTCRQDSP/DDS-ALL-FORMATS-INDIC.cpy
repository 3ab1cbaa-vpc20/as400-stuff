      *****************************************************************
      * CUSTCRQDSP - subfile control indicators, the CUSTCONDSP
      * numbering (IN80 subfile-has-records, IN81 subfile-display-
      * ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN91 - CRM version refused on one or more lines: the
      *    customer has changed again since the conflict was queued
      *    - marked stale.
           05  IN91                PIC 1.
      *    IN92 - CRM version left waiting on one or more lines: it
      *    renames a customer who already has a change awaiting
      *    approval on CUSTAPRCBL.
           05  IN92                PIC 1.
