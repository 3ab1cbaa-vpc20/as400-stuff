      *****************************************************************
      * CHGTKTDSP - subfile control indicators, same numbering as
      * SPLFPRODSP (IN80 subfile-has-records, IN81
      * subfile-display-ctl).
      *****************************************************************
           05  IN80                PIC 1.
           05  IN81                PIC 1.
      *    IN94 - ticket already verified; it can no longer change.
           05  IN94                PIC 1.
      *    IN95 - object type not P (program) or F (file), or impact
      *    packet type not F (field) or L (file).
           05  IN95                PIC 1.
      *    IN96 - no title or planned date on a new ticket.
           05  IN96                PIC 1.
      *    IN97 - approval refused: the requester cannot approve
      *    their own ticket.
           05  IN97                PIC 1.
      *    IN98 - approval refused: user not authorized for the
      *    CHGAPPROVE function.
           05  IN98                PIC 1.
