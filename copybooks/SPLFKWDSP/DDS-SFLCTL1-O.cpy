      *****************************************************************
      * SPLFKWDSP SFLCTL1-O - keyword findings selection: findings
      * from run date KW-FROMDT on (a week back when first shown),
      * optionally only one severity or one report. KW-COUNT is the
      * number of findings listed.
      *****************************************************************
           05  SFLCTL1.
               10  KW-FROMDT           PIC 9(8).
               10  KW-SEV              PIC X(1).
               10  KW-SPLFNM           PIC X(10).
               10  KW-COUNT            PIC 9(3).
