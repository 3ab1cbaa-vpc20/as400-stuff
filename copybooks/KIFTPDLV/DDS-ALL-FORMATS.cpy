      *****************************************************************
      * KIFTPDLV - inbound delivery log, keyed profile + file +
      * landed timestamp: one row per landing KIFTPINB verified and
      * moved to production (the landing copy is cleared by the
      * move, so the same delivery can never be verified twice).
      * KIFTPDISP writes the row and runs the routed program once;
      * the chain step routed to the file consumes it once.
      *
      *   DLVSTAT  "D" dispatched - program called, not returned
      *                (the job ended inside it)
      *            "P" processed by DLVPGM
      *            "F" DLVPGM could not be called
      *            "R" received, no program routed
      *   DLVUSEDRUN/DLVUSEDDT/DLVSTEP/DLVUSEDTS - the chain run and
      *            step that consumed the delivery; zero run id -
      *            not yet consumed
      *****************************************************************
           05  DLVKEY.
               10  DLVPROF         PIC X(10).
               10  DLVFILE         PIC X(10).
               10  DLVLNDTS        PIC X(21).
           05  DLVRUNID            PIC 9(6).
           05  DLVRECS             PIC 9(10).
           05  DLVPRDLIB           PIC X(10).
           05  DLVPGM              PIC X(10).
           05  DLVSTAT             PIC X(1).
           05  DLVPRCTS            PIC X(21).
           05  DLVSTEP             PIC X(10).
           05  DLVUSEDRUN          PIC 9(6).
           05  DLVUSEDDT           PIC 9(8).
           05  DLVUSEDTS           PIC X(21).
