           05  IN81                PIC 1.
      *    IN90 - entry rejected: contact role not on the CONROLE code table.
           05  IN90                PIC 1.
      *    IN91 - the entry line holds contact ENT-CHGSEQ, taken up
      *    with a "2" - ENTER saves it over that contact.
           05  IN91                PIC 1.
