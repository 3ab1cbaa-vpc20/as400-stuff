      *  CALL here instead - which is what makes an alert a row
      *  that must be acknowledged rather than a message that
      *  scrolled away at 3am.
      *
      *  A critical event also pages whoever the ONCALLPF roster
      *  (through ONCALLSVC) has on call right now - the primary,
      *  or the first tier named if the primary is blank - and
      *  stamps the tier, user and time on the event; ALERTSWP
      *  takes it up the tiers from there until it is acknowledged.
      *
      *  An event raised while an MNTWINPF maintenance window it
      *  matches is open is still logged, but as suppressed (ALACK
      *  "S", the window in ALSUPWIN) - no message, no page, not on
      *  the console, not re-raised. MNTWINCLS deals with it when
      *  the window closes.
      *================================================================

       ENVIRONMENT DIVISION.
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ARKEY.

           SELECT MNTWINPF       ASSIGN  TO DATABASE-MNTWINPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         MWID.

      *================================================================

       DATA DIVISION.
       01  ALERTRTE-REC.
           COPY DDS-ALL-FORMATS OF ALERTRTE.

       FD  MNTWINPF
           LABEL RECORDS ARE STANDARD.
       01  MNTWINPF-REC.
           COPY DDS-ALL-FORMATS OF MNTWINPF.

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EVT-WRITTEN-SW      PIC 1   VALUE B"0".
               88  EVT-WRITTEN             VALUE B"1".
               88  EVT-NOT-WRITTEN         VALUE B"0".
           05  EOF-MNTWINPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MNTWINPF        VALUE B"0".
               88  EOF-MNTWINPF            VALUE B"1".
           05  WIN-MATCHED-SW      PIC 1   VALUE B"0".
               88  WIN-MATCHED             VALUE B"1".
               88  WIN-NOT-MATCHED         VALUE B"0".

       01  WINDOW-WORK.
           05  WS-SUP-WIN          PIC 9(6)  VALUE ZEROES.
           05  WS-NOW-STAMP.
               10  WS-NOW-DT       PIC 9(8).
               10  WS-NOW-TM       PIC 9(4).
           05  WS-WIN-FROM.
               10  WS-WIN-FROM-DT  PIC 9(8).
               10  WS-WIN-FROM-TM  PIC 9(4).
           05  WS-WIN-TO.
               10  WS-WIN-TO-DT    PIC 9(8).
               10  WS-WIN-TO-TM    PIC 9(4).
           05  WS-QUEUE-LEN        PIC S9(4) BINARY VALUE ZEROES.
           05  WS-QUEUE-HITS       PIC S9(4) BINARY VALUE ZEROES.

       01  WS-PROBE-COUNT          PIC S9(5) BINARY VALUE ZEROES.

           05  NBRSVC-STAT                 PIC X(1).

       01  WS-DEST                 PIC X(10) VALUE SPACES.
       01  WS-NOW-TS               PIC X(21) VALUE SPACES.
       01  WS-ALERT-ID             PIC 9(6)  VALUE ZEROES.

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
       0000-MAIN-LOGIC.

           OPEN I-O   ALERTLOG.
           OPEN INPUT ALERTRTE
                      MNTWINPF.

           PERFORM 0500-CHECK-WINDOWS.
           PERFORM 1000-WRITE-EVENT.

           IF WS-SUP-WIN = ZEROES
              PERFORM 2000-RESOLVE-ROUTE
              PERFORM 3000-SEND-MESSAGE
              IF ALERT-SEV = "C"
              AND EVT-WRITTEN
                 PERFORM 4000-PAGE-ON-CALL
              END-IF
           END-IF.

           CLOSE ALERTLOG
                 ALERTRTE
                 MNTWINPF.

           GOBACK.

      *================================================================
      *
      *  The first open window the event matches suppresses it. A
      *  window is open from its start up to its end, to the
      *  minute, whether or not MNTWINCLS has caught up with it yet;
      *  a closed window never matches again.
      *
      *================================================================

       0500-CHECK-WINDOWS.

           MOVE ZEROES TO WS-SUP-WIN.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
           MOVE WS-NOW-TS(1:12) TO WS-NOW-STAMP.

           SET NOT-EOF-MNTWINPF TO TRUE.
           MOVE ZEROES TO MWID OF MNTWINPF-REC.
           START MNTWINPF KEY IS NOT LESS THAN MWID OF MNTWINPF-REC
              INVALID KEY
                 SET EOF-MNTWINPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-MNTWINPF OR WS-SUP-WIN NOT = ZEROES
              READ MNTWINPF NEXT RECORD
                 AT END
                    SET EOF-MNTWINPF TO TRUE
                 NOT AT END
                    IF MWSTAT OF MNTWINPF-REC NOT = "C"
                       PERFORM 0600-MATCH-WINDOW
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       0600-MATCH-WINDOW.

           SET WIN-MATCHED TO TRUE.

           MOVE MWSTRDT OF MNTWINPF-REC TO WS-WIN-FROM-DT.
           MOVE MWSTRTM OF MNTWINPF-REC TO WS-WIN-FROM-TM.
           MOVE MWENDDT OF MNTWINPF-REC TO WS-WIN-TO-DT.
           MOVE MWENDTM OF MNTWINPF-REC TO WS-WIN-TO-TM.
           IF WS-NOW-STAMP < WS-WIN-FROM
           OR WS-NOW-STAMP NOT < WS-WIN-TO
              SET WIN-NOT-MATCHED TO TRUE
           END-IF.

           IF MWTYPE OF MNTWINPF-REC NOT = SPACES
           AND MWTYPE OF MNTWINPF-REC NOT = ALERT-TYPE
              SET WIN-NOT-MATCHED TO TRUE
           END-IF.

           IF MWSOURCE OF MNTWINPF-REC NOT = SPACES
           AND MWSOURCE OF MNTWINPF-REC NOT = ALERT-SOURCE
              SET WIN-NOT-MATCHED TO TRUE
           END-IF.

           IF MWQUEUE OF MNTWINPF-REC NOT = SPACES
           AND WIN-MATCHED
              MOVE ZEROES TO WS-QUEUE-LEN
                             WS-QUEUE-HITS
              INSPECT MWQUEUE OF MNTWINPF-REC TALLYING WS-QUEUE-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              INSPECT ALERT-TEXT TALLYING WS-QUEUE-HITS
                 FOR ALL MWQUEUE OF MNTWINPF-REC(1:WS-QUEUE-LEN)
              IF WS-QUEUE-HITS = ZEROES
                 SET WIN-NOT-MATCHED TO TRUE
              END-IF
           END-IF.

           IF WIN-MATCHED
              MOVE MWID OF MNTWINPF-REC TO WS-SUP-WIN
           END-IF.

      *================================================================

       1000-WRITE-EVENT.
           MOVE ALERT-SOURCE          TO ALSOURCE OF ALERTLOG-REC.
           MOVE ALERT-TEXT            TO ALTEXT   OF ALERTLOG-REC.
           MOVE FUNCTION CURRENT-DATE TO ALTS     OF ALERTLOG-REC.
           IF WS-SUP-WIN NOT = ZEROES
              MOVE "S"        TO ALACK    OF ALERTLOG-REC
              MOVE WS-SUP-WIN TO ALSUPWIN OF ALERTLOG-REC
           END-IF.
           PERFORM 1100-WRITE-WITH-PROBE.

      *================================================================
                    ADD 1 TO ALID OF ALERTLOG-REC
                 NOT INVALID KEY
                    SET EVT-WRITTEN TO TRUE
                    MOVE ALID OF ALERTLOG-REC TO WS-ALERT-ID
              END-WRITE
           END-PERFORM.

              DISPLAY "ALERTSVC: SNDMSG to " WS-DEST " failed ("
                      EXCEPTION-ID OF QUS-EC ") - event is logged"
           END-IF.

      *================================================================

       4000-PAGE-ON-CALL.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
           MOVE WS-NOW-TS(1:8) TO OCSVC-DATE.
           MOVE WS-NOW-TS(9:4) TO OCSVC-TIME.
           CALL "ONCALLSVC" USING OCSVC-PARM.

      *          Re-read the event just written - the record area
      *          is not to be trusted after the WRITE.
           IF OCSVC-FOUND = "Y"
              MOVE WS-ALERT-ID TO ALID OF ALERTLOG-REC
              READ ALERTLOG
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 4050-STAMP-FIRST-TIER
              END-READ
           END-IF.

      *================================================================

       4050-STAMP-FIRST-TIER.

           EVALUATE TRUE
              WHEN OCSVC-PRIM NOT = SPACES
                 MOVE 1          TO ALTIER   OF ALERTLOG-REC
                 MOVE OCSVC-PRIM TO WS-DEST
                                    ALPGUSR1 OF ALERTLOG-REC
                 MOVE WS-NOW-TS  TO ALPGTS1  OF ALERTLOG-REC
              WHEN OCSVC-SEC NOT = SPACES
                 MOVE 2          TO ALTIER   OF ALERTLOG-REC
                 MOVE OCSVC-SEC  TO WS-DEST
                                    ALPGUSR2 OF ALERTLOG-REC
                 MOVE WS-NOW-TS  TO ALPGTS2  OF ALERTLOG-REC
              WHEN OCSVC-MGR NOT = SPACES
                 MOVE 3          TO ALTIER   OF ALERTLOG-REC
                 MOVE OCSVC-MGR  TO WS-DEST
                                    ALPGUSR3 OF ALERTLOG-REC
                 MOVE WS-NOW-TS  TO ALPGTS3  OF ALERTLOG-REC
           END-EVALUATE.

           IF ALTIER OF ALERTLOG-REC > ZEROES
              PERFORM 4100-SEND-PAGE
              REWRITE ALERTLOG-REC
           END-IF.

      *================================================================

       4100-SEND-PAGE.

           MOVE SPACES TO SNDMSG-CMD-TEXT.
           STRING "SNDMSG MSG('*ONCALL* " DELIMITED BY SIZE
                  ALERT-SOURCE            DELIMITED BY SPACE
                  ": "                    DELIMITED BY SIZE
                  ALERT-TEXT              DELIMITED BY SIZE
                  " (ALERT "              DELIMITED BY SIZE
                  ALID OF ALERTLOG-REC    DELIMITED BY SIZE
                  ")') TOUSR("            DELIMITED BY SIZE
                  WS-DEST                 DELIMITED BY SPACE
                  ")"                     DELIMITED BY SIZE
              INTO SNDMSG-CMD-TEXT
           END-STRING.
           MOVE 256 TO SNDMSG-CMD-LEN.
           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.
           CALL "QCMDEXC" USING SNDMSG-CMD-TEXT, SNDMSG-CMD-LEN,
                                QUS-EC.

           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              DISPLAY "ALERTSVC: page to " WS-DEST " failed ("
                      EXCEPTION-ID OF QUS-EC ") - event is logged"
           END-IF.
