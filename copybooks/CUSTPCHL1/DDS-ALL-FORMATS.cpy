      *****************************************************************
      * CUSTPCHL1 - keyed logical file over CUSTPCHPF selecting the
      * pending ("P") rows only, keyed by PCHCUSTNO WITH DUPLICATES:
      * CUSTCBL and CUSTMRGCBL refuse a second pending change for a
      * customer with one read, and CUSTAPRCBL lists the queue in
      * customer order. Same fields as CUSTPCHPF; maintained by the
      * system.
      *****************************************************************
           05  PCHID               PIC 9(6).
           05  PCHCUSTNO           PIC 9(6).
           05  PCHTYPE             PIC X(1).
           05  PCHSTAT             PIC X(1).
           05  PCHREQUSER          PIC X(10).
           05  PCHREQTS            PIC X(21).
           05  PCHOLDNAME          PIC X(30).
           05  PCHOLDSTAT          PIC X(1).
           05  PCHOLDRSN           PIC X(3).
           05  PCHNEWNAME          PIC X(30).
           05  PCHNEWSTAT          PIC X(1).
           05  PCHNEWRSN           PIC X(3).
           05  PCHMRGTO            PIC 9(6).
           05  PCHAPPUSER          PIC X(10).
           05  PCHAPPTS            PIC X(21).
