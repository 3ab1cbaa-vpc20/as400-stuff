      *****************************************************************
      * FRZCALDSP SFLREC1-O - one control file of one freeze per
      * subfile line. SFL-OPT "2" brings the freeze up on the entry
      * line, "4" takes the file out of its scope - the last file
      * out takes the freeze with it.
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-ID              PIC 9(6).
               10  SFL-STRDT           PIC 9(8).
               10  SFL-ENDDT           PIC 9(8).
               10  SFL-NAME            PIC X(30).
               10  SFL-FILE            PIC X(10).
