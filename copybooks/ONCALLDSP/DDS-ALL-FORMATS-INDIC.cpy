      *****************************************************************
      * ONCALLDSP - subfile control indicators, same numbering as
      * SHOPCALD (IN80 subfile-has-records, IN81
      * subfile-display-ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN90 - entry rejected: dates, day type or time band not
      *    valid.
           05  IN90                PIC 1.
      *    IN91 - entry rejected: no primary named.
           05  IN91                PIC 1.
