      *****************************************************************
      * SPLFSCHR - off-peak print scheduling rules, keyed by a
      * sequence number (lowest matching sequence wins). A ready
      * spooled file on SCHOUTQ/SCHOUTQL with form type SCHFORMTYP
      * ("*ALL" matches any) of more than SCHPAGES pages (TOTPG *
      * COPIES) is held by SPLFSCHCBL during business hours and
      * released when the rule's window opens. SCHWINFR/SCHWINTO
      * are the release window as HHMM; a window that ends earlier
      * than it starts runs over midnight (1800-0600). A day that
      * is not a business day by SHOPCAL/BUSDAYSVC is off-peak all
      * day. SCHACT "N" retires a rule - anything it held is then
      * released on the next run. Rows are data entry (the
      * CODETBLMNT pattern).
      *****************************************************************
           05  SCHSEQ              PIC 9(3).
           05  SCHOUTQ             PIC X(10).
           05  SCHOUTQL            PIC X(10).
           05  SCHFORMTYP          PIC X(10).
           05  SCHPAGES            PIC S9(7).
           05  SCHWINFR            PIC 9(4).
           05  SCHWINTO            PIC 9(4).
           05  SCHACT              PIC X(1)     VALUE "Y".
           05  SCHDESC             PIC X(30).
