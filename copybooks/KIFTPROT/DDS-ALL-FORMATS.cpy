      *****************************************************************
      * KIFTPROT - FTP credential rotation status, one row per
      * profile under a rotation policy, rebuilt by the nightly
      * KIFTPROTC check. Kept outside the secured library on
      * purpose: the morning console (OPSCONCBL) lists the overdue
      * rows from here without ever touching KIFTPCRD. RTSTAT "C"
      * current, "W" inside the warning period, "O" overdue; a
      * rotation keyed on KIFTPCRDM sets its row back to "C" so the
      * console does not wait for the next night.
      *****************************************************************
           05  RTPROF              PIC X(10).
           05  RTSTAT              PIC X(1).
      *    RTCHGDT - date of the last rotation (zero = never rotated
      *    since CRDCHGTS arrived); RTEXPDT - the date it expires;
      *    RTDAYS - days left to expiry, negative once overdue.
           05  RTCHGDT             PIC 9(8).
           05  RTEXPDT             PIC 9(8).
           05  RTDAYS              PIC S9(5).
           05  RTADMIN             PIC X(10).
           05  RTCHKTS             PIC X(21).
