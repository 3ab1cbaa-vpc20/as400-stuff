      *****************************************************************
      * SPLFVRUL - report value extraction rules, keyed report
      * (spooled file) name + value name. Each row tells SPLFVALX
      * how to pull one figure out of an archived report's SPLFARCD
      * page text: the line that carries it contains VRPATTERN
      * (anywhere on the line, or starting exactly at VRPATCOL when
      * that is non-zero), and the figure itself is the VRVALLEN
      * characters from column VRVALCOL of that line, as printed
      * (edited - commas, sign, CR, brackets). The last matching
      * line on the report wins - grand totals print last. VRACT
      * "N" suspends a rule without losing the row. Rows are data
      * entry (the CODETBLMNT pattern).
      *****************************************************************
           05  VRKEY.
               10  VRRPTNM         PIC X(10).
               10  VRVALNM         PIC X(10).
           05  VRDESC              PIC X(30).
           05  VRPATTERN           PIC X(40).
           05  VRPATCOL            PIC 9(3)     VALUE ZEROES.
           05  VRVALCOL            PIC 9(3).
           05  VRVALLEN            PIC 9(2).
           05  VRACT               PIC X(1)     VALUE "Y".
