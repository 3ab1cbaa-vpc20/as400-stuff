      *****************************************************************
      * CUSTCFMDSP - subfile control indicators, the CUSTCONDSP
      * numbering (IN80 subfile-has-records, IN81 subfile-display-
      * ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN90 - entry rejected: no confirmation letter went to
      *    that customer for the year shown.
           05  IN90                PIC 1.
      *    IN91 - entry rejected: response must be A (agreed),
      *    D (disputed) or N (no reply).
           05  IN91                PIC 1.
      *    IN92 - entry rejected: a dispute needs the customer's
      *    figure and the reason they gave.
           05  IN92                PIC 1.
