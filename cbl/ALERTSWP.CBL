      *  had to shout. Runs on the scheduler every few minutes
      *  overnight; warnings and information events wait for the
      *  morning console instead of re-raising.
      *
      *  Escalation: the same sweep walks an unacknowledged
      *  critical up the ONCALLPF roster on call at the time of the
      *  sweep (through ONCALLSVC). Once the tier last paged has
      *  had the roster's OCESCMIN minutes (the re-raise minutes if
      *  the row leaves it zero) the next named tier - secondary,
      *  then manager - is paged, and the tier, user and time are
      *  stamped on the alert; a critical raised when no band
      *  covered it pages the current primary first. The manager is
      *  the top - past that the re-raise keeps shouting.
      *================================================================

       ENVIRONMENT DIVISION.
           05  WS-AL-INT           PIC S9(9) VALUE ZEROES.
           05  WS-AL-MIN           PIC S9(9) VALUE ZEROES.
           05  WS-AGE-MIN          PIC S9(9) VALUE ZEROES.
           05  WS-AGE-TS           PIC X(21) VALUE SPACES.

       01  WS-DEST                 PIC X(10) VALUE SPACES.
       01  WS-RERAISED-COUNT       PIC S9(5) VALUE ZEROES.
       01  WS-ESCALATED-COUNT      PIC S9(5) VALUE ZEROES.
       01  WS-ESC-MINS             PIC S9(5) VALUE ZEROES.
       01  WS-NEXT-TIER            PIC 9(1)  VALUE ZEROES.

       01  OCSVC-PARM.
           05  OCSVC-DATE                  PIC 9(8).
           05  OCSVC-TIME                  PIC 9(4).
           05  OCSVC-FOUND                 PIC X(1).
           05  OCSVC-PRIM                  PIC X(10).
           05  OCSVC-SEC                   PIC X(10).
           05  OCSVC-MGR                   PIC X(10).
           05  OCSVC-ESCMIN                PIC 9(3).

       01  SNDMSG-CMD.
           05  SNDMSG-CMD-TEXT     PIC X(256) VALUE SPACES.
               FUNCTION NUMVAL(WS-NOW-TS(9:2)) * 60
               + FUNCTION NUMVAL(WS-NOW-TS(11:2)).

      *          Who is on call now, once for the sweep.
           MOVE WS-NOW-TS(1:8) TO OCSVC-DATE.
           MOVE WS-NOW-TS(9:4) TO OCSVC-TIME.
           CALL "ONCALLSVC" USING OCSVC-PARM.
           IF OCSVC-ESCMIN > ZEROES
              MOVE OCSVC-ESCMIN      TO WS-ESC-MINS
           ELSE
              MOVE LINK-RERAISE-MINS TO WS-ESC-MINS
           END-IF.

           OPEN I-O   ALERTLOG.
           OPEN INPUT ALERTRTE.

                       IF WS-AGE-MIN > LINK-RERAISE-MINS
                          PERFORM 2000-RERAISE
                       END-IF
                       IF OCSVC-FOUND = "Y"
                          PERFORM 3000-CHECK-ESCALATION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           DISPLAY "ALERTSWP: " WS-RERAISED-COUNT
                   " critical alerts re-raised".
           DISPLAY "ALERTSWP: " WS-ESCALATED-COUNT
                   " critical alerts escalated".

           GOBACK.


       1000-CHECK-AGE.

           MOVE ALTS OF ALERTLOG-REC TO WS-AGE-TS.
           PERFORM 1100-MINUTES-SINCE.

      *================================================================

       1100-MINUTES-SINCE.

           MOVE ZEROES TO WS-AGE-MIN.
           IF WS-AGE-TS(1:14) IS NUMERIC
              COMPUTE WS-AL-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-AGE-TS(1:8)))
              COMPUTE WS-AL-MIN =
                  FUNCTION NUMVAL(WS-AGE-TS(9:2)) * 60
                  + FUNCTION NUMVAL(WS-AGE-TS(11:2))
              COMPUTE WS-AGE-MIN =
                  (WS-NOW-INT - WS-AL-INT) * 1440
                  + WS-NOW-MIN - WS-AL-MIN
                    SET RTE-FOUND TO TRUE
                 END-IF
           END-READ.

      *================================================================
      *
      *  The clock for a tier starts when that tier was paged; a
      *  critical nobody has been paged for (raised outside any
      *  roster band) is due at once.
      *
      *================================================================

       3000-CHECK-ESCALATION.

           EVALUATE ALTIER OF ALERTLOG-REC
              WHEN 0
                 MOVE WS-ESC-MINS TO WS-AGE-MIN
              WHEN 1
                 MOVE ALPGTS1 OF ALERTLOG-REC TO WS-AGE-TS
                 PERFORM 1100-MINUTES-SINCE
              WHEN 2
                 MOVE ALPGTS2 OF ALERTLOG-REC TO WS-AGE-TS
                 PERFORM 1100-MINUTES-SINCE
              WHEN OTHER
                 MOVE ZEROES TO WS-AGE-MIN
           END-EVALUATE.

           IF ALTIER OF ALERTLOG-REC < 3
           AND WS-AGE-MIN NOT < WS-ESC-MINS
              PERFORM 3100-FIND-NEXT-TIER
              IF WS-DEST NOT = SPACES
                 PERFORM 3200-PAGE-TIER
              END-IF
           END-IF.

      *================================================================

       3100-FIND-NEXT-TIER.

           MOVE ALTIER OF ALERTLOG-REC TO WS-NEXT-TIER.
           MOVE SPACES TO WS-DEST.

           PERFORM UNTIL WS-DEST NOT = SPACES OR WS-NEXT-TIER >= 3
              ADD 1 TO WS-NEXT-TIER
              EVALUATE WS-NEXT-TIER
                 WHEN 1
                    MOVE OCSVC-PRIM TO WS-DEST
                 WHEN 2
                    MOVE OCSVC-SEC  TO WS-DEST
                 WHEN 3
                    MOVE OCSVC-MGR  TO WS-DEST
              END-EVALUATE
           END-PERFORM.

      *================================================================

       3200-PAGE-TIER.

           MOVE SPACES TO SNDMSG-CMD-TEXT.
           STRING "SNDMSG MSG('*ESCALATED* " DELIMITED BY SIZE
                  ALSOURCE OF ALERTLOG-REC DELIMITED BY SPACE
                  ": "                     DELIMITED BY SIZE
                  ALTEXT OF ALERTLOG-REC   DELIMITED BY SIZE
                  " (ALERT "               DELIMITED BY SIZE
                  ALID OF ALERTLOG-REC     DELIMITED BY SIZE
                  ")') TOUSR("             DELIMITED BY SIZE
                  WS-DEST                  DELIMITED BY SPACE
                  ")"                      DELIMITED BY SIZE
              INTO SNDMSG-CMD-TEXT
           END-STRING.
           MOVE 256 TO SNDMSG-CMD-LEN.
           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.
           CALL "QCMDEXC" USING SNDMSG-CMD-TEXT, SNDMSG-CMD-LEN,
                                QUS-EC.

           EVALUATE WS-NEXT-TIER
              WHEN 1
                 MOVE WS-DEST   TO ALPGUSR1 OF ALERTLOG-REC
                 MOVE WS-NOW-TS TO ALPGTS1  OF ALERTLOG-REC
              WHEN 2
                 MOVE WS-DEST   TO ALPGUSR2 OF ALERTLOG-REC
                 MOVE WS-NOW-TS TO ALPGTS2  OF ALERTLOG-REC
              WHEN 3
                 MOVE WS-DEST   TO ALPGUSR3 OF ALERTLOG-REC
                 MOVE WS-NOW-TS TO ALPGTS3  OF ALERTLOG-REC
           END-EVALUATE.
           MOVE WS-NEXT-TIER TO ALTIER OF ALERTLOG-REC.
           REWRITE ALERTLOG-REC.
           ADD 1 TO WS-ESCALATED-COUNT.
