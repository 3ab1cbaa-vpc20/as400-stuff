      *****************************************************************
      * HLPTXTDSP SFLREC1-O - one help line per subfile line.
      * SFL-OPT is the selection column (4=remove line); SFL-TEXT
      * is input-capable, so a line overtyped in place is saved.
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-SEQ             PIC 9(2).
               10  SFL-TEXT            PIC X(60).
