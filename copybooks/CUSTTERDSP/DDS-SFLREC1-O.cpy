      *****************************************************************
      * CUSTTERDSP SFLREC1-O - one postal code range per subfile
      * line, in postal code order. SFL-OPT is the selection column
      * (4=remove range).
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-POSTFR          PIC X(10).
               10  SFL-POSTTO          PIC X(10).
               10  SFL-TERR            PIC X(10).
               10  SFL-REP             PIC X(10).
               10  SFL-REPNM           PIC X(30).
