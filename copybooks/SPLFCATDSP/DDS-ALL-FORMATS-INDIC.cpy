      *****************************************************************
      * SPLFCATDSP - subfile control indicators, same numbering as
      * USRDEPTDSP (IN80 subfile-has-records, IN81
      * subfile-display-ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN90 - entry rejected: owning department not on USRDEPT.
           05  IN90                PIC 1.
      *    IN91 - entry rejected: frequency, retention class or
      *    confidentiality not a valid code.
           05  IN91                PIC 1.
      *    IN92 - entry rejected: description or business owner
      *    left blank.
           05  IN92                PIC 1.
