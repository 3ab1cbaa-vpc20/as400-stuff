      *****************************************************************
      * CUSTRELDSP - subfile control indicators, the CUSTCONDSP
      * numbering (IN80 subfile-has-records, IN81 subfile-display-
      * ctl, IN75 protects the entry line and options when the
      * parent is inactive).
      *****************************************************************
           05  IN75                PIC 1.
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN90 - entry rejected: relationship type not on the
      *    RELTYPE code table.
           05  IN90                PIC 1.
      *    IN91 - entry rejected: child customer not on file or
      *    inactive.
           05  IN91                PIC 1.
      *    IN92 - entry rejected: child already has a parent.
           05  IN92                PIC 1.
      *    IN93 - entry rejected: child is this parent or one of its
      *    own ancestors (the family would loop).
           05  IN93                PIC 1.
