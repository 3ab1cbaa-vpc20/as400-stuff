      *****************************************************************
      * SPLFCATDSP SFLREC1-O - one cataloged report per subfile
      * line. SFL-OPT is the selection column (2=change - the row
      * is taken up onto the entry line, 4=remove from the catalog).
      * SFL-LSTDT is the last date the report was seen produced.
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-SPLFNM          PIC X(10).
               10  SFL-USRDTA          PIC X(10).
               10  SFL-DESC            PIC X(50).
               10  SFL-DEPT            PIC X(10).
               10  SFL-OWNER           PIC X(30).
               10  SFL-FREQ            PIC X(1).
               10  SFL-RETCLS          PIC X(10).
               10  SFL-CONF            PIC X(1).
               10  SFL-LSTDT           PIC 9(8).
