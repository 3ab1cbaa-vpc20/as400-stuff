           05  PFOUTQLIB           PIC X(10).
           05  PFSPLFNM            PIC X(10).
           05  PFSPLDATE           PIC X(07).
      * Source-to-object check (XSRCOBJCBL, run after each build):
      * PFSRCCHK is the date the program was last checked, zero if
      * it has not been since this build; PFSRCMIS "Y" - the source
      * member the object names is missing (or none is recorded),
      * PFSRCCHG "Y" - the member changed after the compile,
      * PFSRCNSL "Y" - compiled from a library not on CODETBL table
      * SRCLIB. Current build only - not carried into PGMFINVH.
           05  PFSRCCHK            PIC 9(8).
           05  PFSRCMIS            PIC X(01).
           05  PFSRCCHG            PIC X(01).
           05  PFSRCNSL            PIC X(01).
