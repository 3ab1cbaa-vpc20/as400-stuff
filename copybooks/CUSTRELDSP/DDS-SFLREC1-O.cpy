      *****************************************************************
      * CUSTRELDSP SFLREC1-O - one direct child per subfile line,
      * with its status and billing's last balance. SFL-OPT is the
      * selection column (4=remove relationship).
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-CHILD           PIC 9(6).
               10  SFL-NAME            PIC X(30).
               10  SFL-TYPE            PIC X(3).
               10  SFL-STAT            PIC X(1).
               10  SFL-BAL             PIC S9(9)V99.
