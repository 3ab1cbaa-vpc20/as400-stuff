      *****************************************************************
      * MNTWINDSP - subfile control indicators, same numbering as
      * SHOPCALD (IN80 subfile-has-records, IN81
      * subfile-display-ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN90 - entry rejected: start or end not valid, or the
      *    window ends before it starts.
           05  IN90                PIC 1.
      *    IN91 - entry rejected: no reason given.
           05  IN91                PIC 1.
      *    IN92 - change or removal refused: the window is closed.
           05  IN92                PIC 1.
