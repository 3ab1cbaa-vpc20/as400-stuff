      *****************************************************************
      * CUSTSCHDSP - subfile control indicators, the CUSTCONDSP
      * numbering (IN80 subfile-has-records, IN81 subfile-display-
      * ctl, IN75 protects the entry line and options when the
      * customer is inactive).
      *****************************************************************
           05  IN75                PIC 1.
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN90 - entry rejected: effective date is not a valid
      *    business day after today.
           05  IN90                PIC 1.
      *    IN91 - entry rejected: neither a new name nor a new
      *    address keyed.
           05  IN91                PIC 1.
      *    IN92 - entry rejected: a new address needs both street
      *    and city (postal code optional, as on CUSTCBL).
           05  IN92                PIC 1.
      *    IN93 - entry rejected: the SCHID number series is
      *    missing.
           05  IN93                PIC 1.
