      *****************************************************************
      * LGLHLDDSP SFLREC1-O - one hold per subfile line, active and
      * released alike. SFL-OPT is the selection column (4=release
      * the hold - LGLHLDRLS authority required). SFL-WHAT is the
      * customer, report or date range held, formatted for the line.
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-HLDID           PIC 9(6).
               10  SFL-TYPE            PIC X(1).
               10  SFL-WHAT            PIC X(30).
               10  SFL-MATTER          PIC X(20).
               10  SFL-RLSDT           PIC 9(8).
               10  SFL-STAT            PIC X(1).
               10  SFL-ADDBY           PIC X(10).
               10  SFL-RLSBY           PIC X(10).
