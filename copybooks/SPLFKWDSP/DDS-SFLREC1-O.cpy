      *****************************************************************
      * SPLFKWDSP SFLREC1-O - one keyword finding per subfile line:
      * the run it was found on, the report, the line and the text
      * from the phrase on. SFL-OPT "5" opens the report's page
      * text in SPLFTXTINQ positioned at the line. SFL-JOBID/
      * SFL-SPLFID/SFL-SEQ are hidden fields carrying the archive
      * key and line back.
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-RUNDT           PIC 9(8).
               10  SFL-SEV             PIC X(1).
               10  SFL-SPLFNM          PIC X(10).
               10  SFL-USERNM          PIC X(10).
               10  SFL-CRTDATE         PIC X(7).
               10  SFL-LINE            PIC 9(7).
               10  SFL-SNIPPET         PIC X(40).
               10  SFL-JOBID           PIC X(16).
               10  SFL-SPLFID          PIC X(16).
               10  SFL-SEQ             PIC 9(7).
