      *****************************************************************
      * CHGTKTDSP SFLCTL1-O - subfile control record for the change
      * ticket maintenance screen. SEL-TKID names the ticket; the
      * HDR- fields are its CHGTKTPF header (requester, approver,
      * status and verified generation output only). ENT-OBJ/
      * ENT-OTYPE is the entry line that adds an expected object.
      *****************************************************************
           05  SFLCTL1.
               10  SEL-TKID            PIC X(10).
               10  HDR-TITLE           PIC X(40).
               10  HDR-PLANDT          PIC 9(8).
               10  HDR-PKTTGT          PIC X(10).
               10  HDR-PKTTYP          PIC X(1).
               10  HDR-PKTDATE         PIC 9(8).
               10  HDR-REQUSER         PIC X(10).
               10  HDR-APPROVER        PIC X(10).
               10  HDR-STAT            PIC X(1).
               10  HDR-VFYGEN          PIC 9(8).
               10  ENT-OBJ             PIC X(10).
               10  ENT-OTYPE           PIC X(1).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
               10  CSR-ROW             PIC S9(3).
               10  CSR-COL             PIC S9(3).
