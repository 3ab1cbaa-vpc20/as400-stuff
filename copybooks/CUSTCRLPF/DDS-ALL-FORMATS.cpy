      *****************************************************************
      * CUSTCRLPF - customer credit limits, keyed CUSTNO, maintained
      * on CUSTCBL's detail screen (every change audited through
      * AUDITLOG under AUDFILE "CUSTCRLPF"). CUSTEXPOSR compares
      * billing's BALAMT on CUSTBALPF against CRLLIMIT each night.
      * A customer with no row, or a zero limit, has no limit and is
      * never reported or held. CRLWARNPCT is the share of the limit
      * at which the account reports as near-limit; zero means the
      * shop default of 90 percent.
      *****************************************************************
           05  CRLCUSTNO           PIC 9(6).
           05  CRLLIMIT            PIC S9(9)V99 PACKED-DECIMAL.
           05  CRLWARNPCT          PIC 9(3)     VALUE ZEROES.
           05  CRLUPDTS            PIC X(21).
