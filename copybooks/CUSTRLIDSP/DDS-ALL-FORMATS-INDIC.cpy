      *****************************************************************
      * CUSTRLIDSP - subfile control indicators (IN80 subfile-has-
      * records, IN81 subfile-display-ctl, the CUSTAUDDSP numbering).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN70 - highlight: member not on CUSTPF or inactive.
           05  IN70                PIC 1.
      *    IN91 - the family was larger than the roll-up table; the
      *    total covers the members listed only.
           05  IN91                PIC 1.
