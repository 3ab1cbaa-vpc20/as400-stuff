      *****************************************************************
      * STEPMSGDSP - subfile control indicators, the SPLFKWDSP
      * numbering (IN80 subfile-has-records, IN81 subfile-display-
      * ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
