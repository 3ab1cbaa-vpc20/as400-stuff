      *****************************************************************
      * CUSTMRGDSP - response indicators for the merge prompt panel.
      * IN91 survivor-number error, IN92 victim-number error, IN93
      * merge-complete confirmation message (no longer lit - merges
      * are applied by CUSTAPRCBL), IN94 merge refused because one
      * side is under legal hold, IN95 merge refused because the
      * victim still carries a billing balance, IN96 merge refused
      * because the victim is the parent of customers still active
      * (CUSTRELPF), IN97 merge filed for a second user's approval,
      * IN98 merge refused because either customer already has a
      * change waiting for approval (CUSTPCHPF).
      *****************************************************************
           05  IN91                PIC 1.
           05  IN92                PIC 1.
           05  IN93                PIC 1.
           05  IN94                PIC 1.
           05  IN95                PIC 1.
           05  IN96                PIC 1.
           05  IN97                PIC 1.
           05  IN98                PIC 1.
