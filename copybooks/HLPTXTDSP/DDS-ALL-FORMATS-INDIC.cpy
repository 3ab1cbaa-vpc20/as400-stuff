      *****************************************************************
      * HLPTXTDSP - subfile control indicators, same numbering as
      * SPLFPRODSP (IN80 subfile-has-records, IN81
      * subfile-display-ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN96 - line not added: the field already has the ten
      *    lines the help window can show.
           05  IN96                PIC 1.
