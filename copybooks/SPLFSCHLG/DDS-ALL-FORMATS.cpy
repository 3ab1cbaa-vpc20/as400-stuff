      *****************************************************************
      * SPLFSCHLG - the off-peak scheduler's hold log, one row per
      * spooled file it has ever held, keyed by the file's job
      * identity and number. Written by SPLFSCHCBL when it holds a
      * file and updated when the file is let go:
      *   SCLSTAT "H" held by the scheduler, waiting for its window
      *           "R" released by the scheduler when the window opened
      *           "M" released by hand from the SPLFWRKCBL workbench
      *           "G" gone from the spool before it could be released
      * A file with a row is never held a second time, so a released
      * statement run still printing at 9am is left alone. SCLWINFR
      * is the rule's window start when the hold was taken, which is
      * what the workbench shows as the reason. SCLERR keeps the
      * exception id of the last failed release.
      *****************************************************************
           05  SCLKEY.
               10  SCLJOBNM        PIC X(10).
               10  SCLUSER         PIC X(10).
               10  SCLJOBNUM       PIC X(6).
               10  SCLSPLNUM       PIC 9(6).
               10  SCLSPLFNM       PIC X(10).
           05  SCLSTAT             PIC X(1).
           05  SCLRULE             PIC 9(3).
           05  SCLOUTQ             PIC X(10).
           05  SCLOUTQL            PIC X(10).
           05  SCLPAGES            PIC S9(9).
           05  SCLWINFR            PIC 9(4).
           05  SCLHLDTS            PIC X(21).
           05  SCLRLSTS            PIC X(21).
           05  SCLERR              PIC X(7).
