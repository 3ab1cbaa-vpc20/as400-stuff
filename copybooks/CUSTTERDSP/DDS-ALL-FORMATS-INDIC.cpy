      *****************************************************************
      * CUSTTERDSP - subfile control indicators, same numbering as
      * CODETBLDSP (IN80 subfile-has-records, IN81
      * subfile-display-ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN90 - entry rejected: range overlaps another range, or
      *    its "to" code is lower than its "from" code.
           05  IN90                PIC 1.
      *    IN91 - entry rejected: territory not on the TERRITORY
      *    code table, or no rep keyed.
           05  IN91                PIC 1.
