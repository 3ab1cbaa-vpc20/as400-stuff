      *****************************************************************
      * CUSTPCHPF - pending sensitive customer changes awaiting a
      * second user's approval. A rename or a status/reason change
      * keyed in CUSTCBL, or a merge keyed in CUSTMRGCBL, is filed
      * here ("P") instead of reaching CUSTPF; CUSTAPRCBL shows the
      * pending rows to a different user, who approves ("A" - the
      * change is applied, audited and notified) or rejects ("R").
      * A row whose customer has moved on since it was filed is
      * marked stale ("X") and must be keyed again. PCHID comes from
      * the CUSTNBRSVC "PCHID" series.
      *****************************************************************
           05  PCHID               PIC 9(6).
           05  PCHCUSTNO           PIC 9(6).
      *    PCHTYPE "C" = name and/or status change on PCHCUSTNO,
      *    "M" = merge of PCHCUSTNO (the victim) into PCHMRGTO.
           05  PCHTYPE             PIC X(1).
           05  PCHSTAT             PIC X(1)     VALUE "P".
           05  PCHREQUSER          PIC X(10).
           05  PCHREQTS            PIC X(21).
      *    Values on file when the change was keyed - approval is
      *    refused (row goes stale) unless CUSTPF still holds them.
           05  PCHOLDNAME          PIC X(30).
           05  PCHOLDSTAT          PIC X(1).
           05  PCHOLDRSN           PIC X(3).
           05  PCHNEWNAME          PIC X(30).
           05  PCHNEWSTAT          PIC X(1).
           05  PCHNEWRSN           PIC X(3).
           05  PCHMRGTO            PIC 9(6)     VALUE ZEROES.
           05  PCHAPPUSER          PIC X(10)    VALUE SPACES.
           05  PCHAPPTS            PIC X(21)    VALUE SPACES.
