      *****************************************************************
      * CUSTCFMDSP SFLREC1-O - one confirmation letter per subfile
      * line, in customer number order, with the balance quoted and
      * the answer recorded so far. Display only - answers are keyed
      * on the entry line.
      *****************************************************************
           05  SFLREC1.
               10  SFL-CUSTNO          PIC 9(6).
               10  SFL-NAME            PIC X(30).
               10  SFL-SEL             PIC X(1).
               10  SFL-BALAMT          PIC S9(9)V99.
               10  SFL-RESP            PIC X(1).
               10  SFL-CUSTAMT         PIC S9(9)V99.
               10  SFL-NOTE            PIC X(30).
