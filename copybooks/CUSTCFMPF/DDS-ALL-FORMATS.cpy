      *****************************************************************
      * CUSTCFMPF - year-end balance confirmation log, keyed audit
      * year + CUSTNO. One row per letter CUSTCFMLTR printed: the
      * balance and billing as-of date the letter quoted, why the
      * customer was picked, and which CUSTCONPF contact it went to
      * (zero when the customer has no contact on file and the
      * letter went to the accounts department). The customer's
      * answer is recorded on CUSTCFMCBL and the auditors take the
      * CUSTCFMRPT summary away.
      *****************************************************************
           05  CFMKEY.
               10  CFMYEAR         PIC 9(4).
               10  CFMCUSTNO       PIC 9(6).
      *    CFMSEL "T" = balance at or over the run's threshold,
      *    "S" = drawn in the run's random sample.
           05  CFMSEL              PIC X(1).
           05  CFMBALAMT           PIC S9(9)V99 PACKED-DECIMAL.
           05  CFMBALASOF          PIC 9(8).
           05  CFMCONSEQ           PIC 9(3).
           05  CFMSENTTS           PIC X(21).
      *    CFMRESP blank = awaiting an answer, "A" = agreed,
      *    "D" = disputed (customer's own figure in CFMCUSTAMT and
      *    the reason in CFMNOTE), "N" = no reply by the deadline.
           05  CFMRESP             PIC X(1)     VALUE SPACES.
           05  CFMCUSTAMT          PIC S9(9)V99 PACKED-DECIMAL
                                                VALUE ZEROES.
           05  CFMNOTE             PIC X(30)    VALUE SPACES.
           05  CFMRESPUSER         PIC X(10)    VALUE SPACES.
           05  CFMRESPTS           PIC X(21)    VALUE SPACES.
