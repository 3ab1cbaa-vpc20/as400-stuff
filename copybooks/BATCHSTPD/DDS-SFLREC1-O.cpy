               10  SFL-THRMIN          PIC 9(4).
               10  SFL-PARM            PIC 9(5).
               10  SFL-GROUP           PIC X(10).
               10  SFL-SCOPE           PIC X(1).
               10  SFL-LCKWT           PIC 9(3).
               10  SFL-LCKACT          PIC X(1).
