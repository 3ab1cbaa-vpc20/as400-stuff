      *****************************************************************
      * CUSTAPRDSP SFLREC1-O - one pending change per subfile line:
      * who keyed it, and the value on file beside the value asked
      * for (a merge shows the surviving CUSTNO as its new value).
      * SFL-OPT is the selection column (1=approve, 4=reject).
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-PCHID           PIC 9(6).
               10  SFL-CUSTNO          PIC 9(6).
               10  SFL-TYPE            PIC X(1).
               10  SFL-REQUSER         PIC X(10).
               10  SFL-OLDVAL          PIC X(30).
               10  SFL-OLDSTAT         PIC X(4).
               10  SFL-NEWVAL          PIC X(30).
               10  SFL-NEWSTAT         PIC X(4).
