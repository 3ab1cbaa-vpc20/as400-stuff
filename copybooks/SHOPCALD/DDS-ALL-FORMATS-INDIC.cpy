      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN95 - update refused: a change freeze covers the file and
      *    no emergency reason was keyed, or the user does not hold
      *    the FRZEMERG function.
           05  IN95                PIC 1.
