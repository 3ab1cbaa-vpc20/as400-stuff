      * ALERTSWP sweep, bumping ALRERAISE each time. Open (unacked)
      * alerts are a section of the OPSCONCBL morning console, and
      * acknowledgment stamps who and when.
      * ALTIER is the highest on-call tier paged for a critical
      * (0 none - no ONCALLPF band covered it, 1 primary, 2
      * secondary, 3 manager): ALERTSVC pages the primary as it
      * raises, ALERTSWP moves an unacknowledged alert up a tier
      * each time the roster's OCESCMIN runs out, and each page
      * stamps its tier's ALPGUSRn/ALPGTSn - who was paged, and
      * when, for the morning review.
      * An alert raised inside an open MNTWINPF maintenance window
      * is written ALACK "S" (suppressed) with the window in
      * ALSUPWIN, and not routed; MNTWINCLS stamps ALACKUSER
      * "*MNTWIN" and ALACKTS when it closes the window.
      *****************************************************************
           05  ALID                PIC 9(6).
           05  ALTYPE              PIC X(10).
           05  ALACKUSER           PIC X(10)    VALUE SPACES.
           05  ALACKTS             PIC X(21)    VALUE SPACES.
           05  ALRERAISE           PIC 9(3)     VALUE ZEROES.
           05  ALTIER              PIC 9(1)     VALUE ZEROES.
           05  ALPGUSR1            PIC X(10)    VALUE SPACES.
           05  ALPGTS1             PIC X(21)    VALUE SPACES.
           05  ALPGUSR2            PIC X(10)    VALUE SPACES.
           05  ALPGTS2             PIC X(21)    VALUE SPACES.
           05  ALPGUSR3            PIC X(10)    VALUE SPACES.
           05  ALPGTS3             PIC X(21)    VALUE SPACES.
           05  ALSUPWIN            PIC 9(6)     VALUE ZEROES.
