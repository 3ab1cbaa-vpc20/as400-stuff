      *****************************************************************
      * CUSTRLIDSP SFLREC1-O - one family member per subfile line,
      * top of the tree first, each level indented under its parent.
      *****************************************************************
           05  SFLREC1.
               10  SFL-LEVEL           PIC 9(2).
               10  SFL-INDENT          PIC X(10).
               10  SFL-CUSTNO          PIC 9(6).
               10  SFL-NAME            PIC X(30).
               10  SFL-TYPE            PIC X(3).
               10  SFL-STAT            PIC X(1).
               10  SFL-BAL             PIC S9(9)V99.
