      *****************************************************************
      * USGLOGPF - interactive usage log written by USGLOGSVC.
      * USGTYPE "S" is one session of an interactive program: the
      * row is written when the program starts (USGENDTS blank)
      * and completed when it ends, with the number of adds,
      * changes, deletes and inquiries the operator made in it; a
      * row left without an end stamp is a session that never
      * closed normally. USGTYPE "A" is one use of an AUTHFNC
      * grant - AUTHCHKSVC allowing a function - with USGNAME the
      * function rather than a program. Read by USGRPTCBL.
      *****************************************************************
           05  USGKEY.
               10  USGTYPE         PIC X(1).
               10  USGNAME         PIC X(10).
               10  USGUSER         PIC X(10).
               10  USGSTRTS        PIC X(21).
           05  USGJOBNM            PIC X(10).
           05  USGJOBNBR           PIC X(6).
           05  USGENDTS            PIC X(21).
           05  USGADDS             PIC 9(5).
           05  USGCHGS             PIC 9(5).
           05  USGDLTS             PIC 9(5).
           05  USGINQS             PIC 9(5).
