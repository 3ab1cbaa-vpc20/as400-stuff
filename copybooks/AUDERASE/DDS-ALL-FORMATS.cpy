      *****************************************************************
      * AUDERASE - audit entries whose before/after images were
      * anonymized by the CUSTERSCBL erasure batch, keyed AUDSEQ.
      * The entry keeps its original AUDCHK, so the chain after it
      * is untouched; what changed is the entry's own content, and
      * ERAPOSTCHK is the check value AUDCHKSVC gives the scrubbed
      * content on the same seed. AUDVFYCBL accepts a mismatch only
      * when the entry is listed here, its AUDCHK still equals
      * ERAORGCHK, and the recomputed value equals ERAPOSTCHK - any
      * other edit to an erased entry still breaks the chain.
      *****************************************************************
           05  ERAAUDSEQ           PIC 9(9).
           05  ERAORGCHK           PIC 9(8).
           05  ERAPOSTCHK          PIC 9(8).
           05  ERACUSTNO           PIC 9(6).
           05  ERATS               PIC X(21).
