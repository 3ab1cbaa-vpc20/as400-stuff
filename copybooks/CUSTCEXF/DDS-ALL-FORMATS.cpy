      *****************************************************************
      * CUSTCEXF - outbound contact extract built by CUSTEXPCBL from
      * the CUSTOUTF "K" notifications for a subscriber whose
      * CUSTSUBPF row carries SUBCONEXT "Y" - the AP clerk and
      * delivery contact billing and the warehouse used to phone
      * us for. One record per contact add/change/remove, carrying
      * the contact as it stands on CUSTCONPF at extract time (a
      * removed contact travels with its key only). Rebuilt on
      * every build run for such a subscriber, beside its customer
      * extract.
      *****************************************************************
           05  CEXCUSTNO           PIC 9(6).
           05  CEXCONSEQ           PIC 9(3).
      *    CEXACTION "A" added, "C" changed, "D" removed.
           05  CEXACTION           PIC X(1).
           05  CEXNAME             PIC X(30).
           05  CEXROLE             PIC X(20).
           05  CEXPHONE            PIC X(20).
           05  CEXNOTTS            PIC X(21).
           05  CEXNOTID            PIC 9(6).
