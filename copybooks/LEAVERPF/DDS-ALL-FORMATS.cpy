      *****************************************************************
      * LEAVERPF - leaver register, one row per user profile leaving
      * the company. LEAVREG files the row ("P" pending) with the
      * leaving date, the successor profile, the leaver's and the
      * successor's email addresses (SPLFMLSUB subscriptions are by
      * address) and optionally an output queue for the leaver's
      * spooled files. Each LEAVCBL run lists every reference to the
      * user it finds on the user-keyed control files and stamps
      * LVLISTTS; once that list has been reviewed a second person
      * confirms the row through LEAVREG ("C"), and the first
      * LEAVCBL run on or after the leaving date removes or
      * reassigns each reference, prints the completion checklist
      * for the security team and marks the row done ("D").
      *****************************************************************
           05  LVUSER              PIC X(10).
           05  LVSTAT              PIC X(1)     VALUE "P".
           05  LVLEAVDT            PIC 9(8).
           05  LVSUCC              PIC X(10).
           05  LVEMAIL             PIC X(60).
           05  LVSEMAIL            PIC X(60).
           05  LVOUTQ              PIC X(10)    VALUE SPACES.
           05  LVOUTQL             PIC X(10)    VALUE SPACES.
           05  LVREQUSER           PIC X(10).
           05  LVREQTS             PIC X(21).
           05  LVLISTTS            PIC X(21)    VALUE SPACES.
           05  LVCFMUSER           PIC X(10)    VALUE SPACES.
           05  LVCFMTS             PIC X(21)    VALUE SPACES.
           05  LVDONETS            PIC X(21)    VALUE SPACES.
      *    LVREFS - references found by the latest listing or the
      *    completion run; LVDONE how many the completion run
      *    removed or reassigned; LVOPEN how many it left for the
      *    security team to deal with by hand.
           05  LVREFS              PIC 9(5)     VALUE ZEROES.
           05  LVDONE              PIC 9(5)     VALUE ZEROES.
           05  LVOPEN              PIC 9(5)     VALUE ZEROES.
