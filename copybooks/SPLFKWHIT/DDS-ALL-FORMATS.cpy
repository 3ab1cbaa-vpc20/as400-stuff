      *****************************************************************
      * SPLFKWHIT - report keyword findings, one row per captured
      * line that carried a SPLFKWRUL phrase. Keyed by the SPLFKWSCN
      * run date, then the SPLFARCH/SPLFARCD key of the line and
      * the rule that hit it, so a rerun for the same night finds
      * its rows already there and neither writes nor alerts twice.
      * KHRULRPT is the rule's own report name ("*ALL" for a
      * general rule); KHCOL is where the phrase starts on the line
      * and KHTEXT the whole captured line.
      *****************************************************************
           05  KHKEY.
               10  KHRUNDT         PIC 9(8).
               10  KHJOBID         PIC X(16).
               10  KHSPLFID        PIC X(16).
               10  KHSEQ           PIC 9(7).
               10  KHRULRPT        PIC X(10).
               10  KHPHRASE        PIC X(40).
           05  KHSPLFNM            PIC X(10).
           05  KHUSERNM            PIC X(10).
           05  KHCRTDATE           PIC X(7).
           05  KHSEV               PIC X(1).
           05  KHCOL               PIC 9(3).
           05  KHTEXT              PIC X(132).
           05  KHTS                PIC X(21).
