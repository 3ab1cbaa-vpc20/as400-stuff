      *****************************************************************
      * KIFTPCRH - FTP credential change history, one row per
      * password rotation keyed on KIFTPCRDM, profile + change time.
      * Lives beside KIFTPCRD in the secured library. The password
      * is never kept here - CRHCHK is the AUDCHKSVC check value of
      * profile and password, enough for KIFTPCRDM to refuse a
      * password the profile has used within its last DSTPWHIST
      * rotations without anyone being able to read one back.
      *****************************************************************
           05  CRHKEY.
               10  CRHPROF         PIC X(10).
               10  CRHCHGTS        PIC X(21).
           05  CRHCHK              PIC 9(8).
           05  CRHUSER             PIC X(10).
