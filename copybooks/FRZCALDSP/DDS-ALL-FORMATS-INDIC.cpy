      *****************************************************************
      * FRZCALDSP - subfile control indicators, same numbering as
      * SHOPCALD (IN80 subfile-has-records, IN81
      * subfile-display-ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN90 - entry rejected: start or end date not valid, or
      *    the freeze ends before it starts.
           05  IN90                PIC 1.
      *    IN91 - entry rejected: no name given for a new freeze.
           05  IN91                PIC 1.
      *    IN92 - entry rejected: a new freeze needs a control file
      *    for its scope.
           05  IN92                PIC 1.
      *    IN93 - entry rejected: no freeze under that number.
           05  IN93                PIC 1.
