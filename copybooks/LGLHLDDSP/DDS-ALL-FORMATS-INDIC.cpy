      *****************************************************************
      * LGLHLDDSP - subfile control indicators, same numbering as
      * USRDEPTDSP (IN80 subfile-has-records, IN81
      * subfile-display-ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN90 - entry rejected: hold type, customer, report name,
      *    dates or scope not valid for the type entered.
           05  IN90                PIC 1.
      *    IN91 - entry rejected: matter reference left blank.
           05  IN91                PIC 1.
      *    IN92 - release refused: no LGLHLDRLS authority.
           05  IN92                PIC 1.
