           05  NOTID               PIC 9(6)     VALUE ZEROES.
      *    NOTTYPE "A" = new customer added, "M" = customer merged
      *    away (NOTMRGTO carries the surviving CUSTNO downstream
      *    systems must re-point to), "C" = approved name/status
      *    change (CUSTAPRCBL), scheduled address change applied
      *    on its effective date (CUSTSCHAPL), or CRM address change
      *    applied or overruled (CUSTCRMCBL/CUSTCRQCBL), or credit
      *    hold placed over the exposure limit (CUSTEXPOSR), "K" =
      *    contact added, changed or removed on CUSTCONCBL
      *    (NOTCONSEQ/NOTCONACT).
           05  NOTTYPE             PIC X(1)     VALUE "A".
           05  NOTMRGTO            PIC 9(6)     VALUE ZEROES.
      *    NOTCONSEQ/NOTCONACT - on a "K" notification only, the
      *    CUSTCONPF sequence of the contact and what happened to
      *    it ("A" added, "C" changed, "D" removed).
           05  NOTCONSEQ           PIC 9(3)     VALUE ZEROES.
           05  NOTCONACT           PIC X(1)     VALUE SPACES.
