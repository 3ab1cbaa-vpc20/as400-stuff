      *****************************************************************
      * CUSTCONDSP SFLREC1-O - one contact per subfile line.
      * SFL-OPT is the selection column (2=change contact,
      * 4=remove contact).
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
