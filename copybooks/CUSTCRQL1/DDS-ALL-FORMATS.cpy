      *****************************************************************
      * CUSTCRQL1 - keyed logical file over CUSTCRQPF selecting the
      * pending ("P") rows only, keyed by CRQCUSTNO WITH DUPLICATES:
      * CUSTCRMCBL supersedes a customer's waiting conflicts when a
      * newer CRM change arrives, and CUSTCRQCBL lists the queue in
      * customer order. Same fields as CUSTCRQPF; maintained by the
      * system.
      *****************************************************************
           05  CRQID               PIC 9(6).
           05  CRQCUSTNO           PIC 9(6).
           05  CRQSTAT             PIC X(1).
           05  CRQNEWNAME          PIC X(30).
           05  CRQNEWADDR.
               10  CRQSTREET       PIC X(30).
               10  CRQCITY         PIC X(20).
               10  CRQPOST         PIC X(10).
           05  CRQBASETS           PIC X(21).
           05  CRQCRMTS            PIC X(21).
           05  CRQCRMUSER          PIC X(10).
           05  CRQOURTS            PIC X(21).
           05  CRQRCVTS            PIC X(21).
           05  CRQDONEUSER         PIC X(10).
           05  CRQDONETS           PIC X(21).
