      *****************************************************************
      * CUSTAPRDSP - subfile control indicators, the CUSTCONDSP
      * numbering (IN80 subfile-has-records, IN81 subfile-display-
      * ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN90 - option refused on one or more lines: the approver
      *    keyed the change themselves.
           05  IN90                PIC 1.
      *    IN91 - approval refused on one or more lines: the
      *    customer has changed since the request was filed, or the
      *    merge no longer passes its checks - marked stale.
           05  IN91                PIC 1.
