      *****************************************************************
      * CUSTBALME - month-end customer balance snapshot, keyed
      * CCYYMM + CUSTNO: every CUSTBALPF row exactly as it stood
      * when CUSTBALSNP ran on the month-end chain, so finance has a
      * fixed figure per customer to tie to the general ledger. A
      * rerun for the same month replaces that month's rows.
      *****************************************************************
           05  BMKEY.
               10  BMMONTH         PIC 9(6).
               10  BMCUSTNO        PIC 9(6).
           05  BMAMT               PIC S9(9)V99 PACKED-DECIMAL.
           05  BMASOF              PIC 9(8).
           05  BMSNAPTS            PIC X(21).
