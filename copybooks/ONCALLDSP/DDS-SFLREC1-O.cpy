      *****************************************************************
      * ONCALLDSP SFLREC1-O - one roster row per subfile line.
      * SFL-OPT "4" removes the row; "2" brings it up on the entry
      * line to be changed.
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-FROMDT          PIC 9(8).
               10  SFL-TODT            PIC 9(8).
               10  SFL-DAYTYP          PIC X(1).
               10  SFL-STRTM           PIC 9(4).
               10  SFL-ENDTM           PIC 9(4).
               10  SFL-PRIM            PIC X(10).
               10  SFL-SEC             PIC X(10).
               10  SFL-MGR             PIC X(10).
               10  SFL-ESCMIN          PIC 9(3).
