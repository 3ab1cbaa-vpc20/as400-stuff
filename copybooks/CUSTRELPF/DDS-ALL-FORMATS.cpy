      *****************************************************************
      * CUSTRELPF - customer account hierarchy, keyed parent CUSTNO +
      * child CUSTNO: one row per site or bill-to account hanging off
      * the head office that pays for it. Maintained on CUSTRELCBL
      * (reached from CUSTCBL), every add/remove audited through
      * AUDITLOG under AUDFILE "CUSTRELPF". A child has at most one
      * parent (enforced through the CUSTRELL1 child-keyed view), so
      * a family is a tree and CUSTRELINQ can roll its balances up
      * from the top. CUSTMRGCBL and CUSTRETCBL refuse to fold or
      * retire a parent while any of its children is still active.
      *****************************************************************
           05  RELKEY.
               10  RELPARENT       PIC 9(6).
               10  RELCHILD        PIC 9(6).
      *    RELTYPE - relationship of the child to the parent, from
      *    the RELTYPE code table (e.g. "BIL" bill-to, "SHP"
      *    ship-to, "SUB" subsidiary).
           05  RELTYPE             PIC X(3).
           05  RELUPDTS            PIC X(21).
