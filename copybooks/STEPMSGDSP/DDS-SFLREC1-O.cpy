      *****************************************************************
      * STEPMSGDSP SFLREC1-O - one job log message per subfile
      * record, newest first, over two display lines: message id,
      * severity, type, sending program and sent date/time on the
      * first with the start of the text, the rest of the text on
      * the second.
      *****************************************************************
           05  SFLREC1.
               10  SFL-MSGID           PIC X(7).
               10  SFL-SEV             PIC 9(2).
               10  SFL-TYPE            PIC X(2).
               10  SFL-SNDPGM          PIC X(10).
               10  SFL-SNTDT           PIC X(7).
               10  SFL-SNTTM           PIC X(6).
               10  SFL-TEXT1           PIC X(40).
               10  SFL-TEXT2           PIC X(78).
