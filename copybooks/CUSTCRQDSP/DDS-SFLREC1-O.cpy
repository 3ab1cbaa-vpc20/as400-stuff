      *****************************************************************
      * CUSTCRQDSP SFLREC1-O - one waiting conflict per subfile
      * line, our record beside the CRM's version of it, with the
      * CRM user and when they changed it. SFL-OPT is the selection
      * column (1=take the CRM version, 4=keep ours).
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-CRQID           PIC 9(6).
               10  SFL-CUSTNO          PIC 9(6).
               10  SFL-OUR-NAME        PIC X(30).
               10  SFL-OUR-STREET      PIC X(30).
               10  SFL-OUR-CITY        PIC X(20).
               10  SFL-CRM-NAME        PIC X(30).
               10  SFL-CRM-STREET      PIC X(30).
               10  SFL-CRM-CITY        PIC X(20).
               10  SFL-CRM-USER        PIC X(10).
               10  SFL-CRM-TS          PIC X(14).
