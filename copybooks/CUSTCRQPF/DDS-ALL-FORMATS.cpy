      *****************************************************************
      * CUSTCRQPF - CRM change conflict queue. A CUSTCRMF change for
      * a customer somebody here has changed since the version the
      * CRM worked from is parked here ("P") by CUSTCRMCBL instead
      * of being laid over our edit, and decided on the CUSTCRQCBL
      * review screen: "A" the CRM version was taken, "K" ours was
      * kept (and sent back out to the subscribers), "S" superseded
      * by a later CRM change for the same customer, "X" stale - the
      * customer changed again while the row waited. CRQID comes
      * from the CUSTNBRSVC "CRQID" series.
      *****************************************************************
           05  CRQID               PIC 9(6).
           05  CRQCUSTNO           PIC 9(6).
           05  CRQSTAT             PIC X(1)     VALUE "P".
           05  CRQNEWNAME          PIC X(30).
           05  CRQNEWADDR.
               10  CRQSTREET       PIC X(30).
               10  CRQCITY         PIC X(20).
               10  CRQPOST         PIC X(10).
           05  CRQBASETS           PIC X(21).
           05  CRQCRMTS            PIC X(21).
           05  CRQCRMUSER          PIC X(10).
      *    CRQOURTS - our CUSTCHGTS when the conflict was queued; the
      *    CRM version is only taken while the customer still
      *    carries it.
           05  CRQOURTS            PIC X(21).
           05  CRQRCVTS            PIC X(21).
           05  CRQDONEUSER         PIC X(10)    VALUE SPACES.
           05  CRQDONETS           PIC X(21)    VALUE SPACES.
