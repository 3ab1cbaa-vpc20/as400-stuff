      *****************************************************************
      * CUSTCRMF - inbound change feed from the sales CRM, in the
      * fixed layout agreed with the CRM team, landed by the KIFTPINB
      * get/verify run and applied to existing customers by the
      * CUSTCRMCBL nightly step. One row per customer the CRM user
      * changed since the last feed. A blank name leaves the name
      * alone; a blank address leaves the address alone.
      *****************************************************************
           05  CRMCUSTNO           PIC 9(6).
           05  CRMNAME             PIC X(30).
           05  CRMADDR.
               10  CRMSTREET       PIC X(30).
               10  CRMCITY         PIC X(20).
               10  CRMPOST         PIC X(10).
      *    CRMBASETS - the CUSTCHGTS (EXTCHGTS on the extract) of
      *    the version the CRM user was looking at when they made
      *    the change; blank when the CRM has never received one, in
      *    which case CRMCHGTS is judged against CUSTCHGTS instead.
           05  CRMBASETS           PIC X(21).
           05  CRMCHGTS            PIC X(21).
           05  CRMUSER             PIC X(10).
