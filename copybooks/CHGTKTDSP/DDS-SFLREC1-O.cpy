      *****************************************************************
      * CHGTKTDSP SFLREC1-O - one expected object per subfile line.
      * SFL-OPT is the selection column (4=remove object);
      * SFL-RESULT shows the CHGTKTVFY verdict (Y changed, N not).
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-OBJ             PIC X(10).
               10  SFL-OTYPE           PIC X(1).
               10  SFL-RESULT          PIC X(1).
