      *****************************************************************
      * MNTWINDSP SFLREC1-O - one maintenance window per subfile
      * line. SFL-OPT "2" brings an open window up on the entry line
      * to be changed (an upgrade running long gets its end moved),
      * "4" removes one; a closed window (SFL-STAT "C") stays, it is
      * the record of what was suppressed.
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-ID              PIC 9(6).
               10  SFL-STRDT           PIC 9(8).
               10  SFL-STRTM           PIC 9(4).
               10  SFL-ENDDT           PIC 9(8).
               10  SFL-ENDTM           PIC 9(4).
               10  SFL-TYPE            PIC X(10).
               10  SFL-SOURCE          PIC X(10).
               10  SFL-QUEUE           PIC X(10).
               10  SFL-REASON          PIC X(40).
               10  SFL-STAT            PIC X(1).
