      *****************************************************************
      * FRMSTKDSP SFLREC1-O - one form type per subfile line with
      * its stock position. SFL-DAYSLEFT is on-hand over the average
      * daily use (999 when nothing is being used). SFL-OPT is the
      * selection column (4=remove form from tracking).
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-FORMTYP         PIC X(10).
               10  SFL-DESC            PIC X(30).
               10  SFL-ONHAND          PIC S9(9).
               10  SFL-REORD           PIC S9(9).
               10  SFL-LEAD            PIC 9(3).
               10  SFL-AVGDAY          PIC S9(7)V99.
               10  SFL-DAYSLEFT        PIC 9(3).
