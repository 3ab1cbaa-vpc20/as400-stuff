      *****************************************************************
      * CUSTSCHDSP SFLREC1-O - one scheduled change per subfile
      * line, in effective-date order, with its status and (once
      * the nightly step has run) the outcome. SFL-OPT is the
      * selection column (4=cancel a pending change).
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-SCHID           PIC 9(6).
               10  SFL-EFFDATE         PIC 9(8).
               10  SFL-STAT            PIC X(1).
               10  SFL-NAME            PIC X(30).
               10  SFL-STREET          PIC X(30).
               10  SFL-CITY            PIC X(20).
               10  SFL-RSN             PIC X(30).
