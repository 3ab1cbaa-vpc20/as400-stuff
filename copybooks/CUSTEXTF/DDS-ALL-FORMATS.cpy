           05  EXTADDTS            PIC X(21).
      *    EXTTYPE/EXTMRGTO mirror the notification's NOTTYPE and
      *    NOTMRGTO - "M" rows tell billing to re-point the merged
      *    account onto the surviving customer number, "C" rows
      *    carry an approved name or status change, a scheduled
      *    address change or a CRM change applied or overruled.
           05  EXTTYPE             PIC X(1).
           05  EXTMRGTO            PIC 9(6).
      *    EXTCHGTS - the customer's CUSTCHGTS as extracted: the
      *    version stamp a subscriber that sends changes back (the
      *    CRM, through CUSTCRMF) returns with them.
           05  EXTCHGTS            PIC X(21).
