      *****************************************************************
      * FRMSTKDSP - subfile control indicators, same numbering as
      * USRDEPTDSP (IN80 subfile-has-records, IN81
      * subfile-display-ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN90 - entry rejected: form type not on the FORMTYPE code
      *    table, unknown action, or a receipt/adjustment for a form
      *    not yet set up.
           05  IN90                PIC 1.
