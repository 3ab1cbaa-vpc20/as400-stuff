       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MNTWINCLS.

      *================================================================
      *  Close-out for MNTWINPF planned-maintenance windows. Run on
      *  a schedule (every quarter hour is plenty); each run takes
      *  every window whose end has passed and is not yet closed:
      *
      *    - marks it closed (MWSTAT "C", MWCLSTS), so ALERTSVC
      *      stops matching events against it;
      *    - lists, on the MNTWINLST report, every alert it
      *      suppressed (ALSUPWIN the window) and stamps each one
      *      ALACKUSER "*MNTWIN" / ALACKTS - the window's own
      *      acknowledgment, which lets LOGRETCBL age it out;
      *    - has anything still wrong raised for real. A source
      *      that checks the state itself is simply run again now
      *      the window is shut - BATCHWDG, WTRMONCBL, and
      *      OUTQMONCBL for the local queues - and raises what is
      *      still wrong through ALERTSVC as usual. Any other
      *      source cannot be asked, so the last warning or
      *      critical it raised of each type is raised again
      *      through ALERTSVC; information events are only listed.
      *
      *  Each source is re-checked once per window however many
      *  alerts it raised inside it.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MNTWINPF       ASSIGN  TO DATABASE-MNTWINPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         MWID.

           SELECT ALERTLOG       ASSIGN  TO DATABASE-ALERTLOG
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ALID.

           SELECT MNTWINLST      ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  MNTWINPF
           LABEL RECORDS ARE STANDARD.
       01  MNTWINPF-REC.
           COPY DDS-ALL-FORMATS OF MNTWINPF.

       FD  ALERTLOG
           LABEL RECORDS ARE STANDARD.
       01  ALERTLOG-REC.
           COPY DDS-ALL-FORMATS OF ALERTLOG.

       FD  MNTWINLST
           LABEL RECORDS ARE OMITTED.
       01  MNTWINLST-REC            PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-MNTWINPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MNTWINPF        VALUE B"0".
               88  EOF-MNTWINPF            VALUE B"1".
           05  EOF-ALERTLOG-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-ALERTLOG        VALUE B"0".
               88  EOF-ALERTLOG            VALUE B"1".
           05  SRC-FOUND-SW        PIC 1   VALUE B"0".
               88  SRC-FOUND               VALUE B"1".
               88  SRC-NOT-FOUND           VALUE B"0".

       01  WINDOW-WORK.
           05  WS-NOW-TS           PIC X(21).
           05  WS-NOW-STAMP        PIC X(12).
           05  WS-WIN-TO.
               10  WS-WIN-TO-DT    PIC 9(8).
               10  WS-WIN-TO-TM    PIC 9(4).
           05  WS-CLOSED-COUNT     PIC S9(5) VALUE ZEROES.
           05  WS-SUP-COUNT        PIC S9(5) VALUE ZEROES.
           05  WS-WIN-SUP          PIC S9(5) VALUE ZEROES.

      *          One entry per source and alert type the window
      *          suppressed, carrying the last such alert - the one
      *          raised again for a source that cannot be re-run.

       01  SOURCE-TABLE.
           05  ST-ENTRY OCCURS 100 TIMES INDEXED BY ST-IDX ST-IDX2.
               10  ST-SOURCE        PIC X(10).
               10  ST-TYPE          PIC X(10).
               10  ST-SEV           PIC X(1).
               10  ST-TEXT          PIC X(60).
               10  ST-COUNT         PIC S9(5).
               10  ST-DONE          PIC X(1).
       01  ST-COUNT-USED            PIC S9(5) BINARY VALUE ZEROES.

       01  WS-OUTQ-SCOPE            PIC X(1)  VALUE SPACES.
       01  WS-ACTION                PIC X(50).

       01  ALERT-PARM.
           05  ALERT-TYPE               PIC X(10).
           05  ALERT-SEV                PIC X(1).
           05  ALERT-SOURCE             PIC X(10).
           05  ALERT-TEXT               PIC X(60).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "MAINTENANCE WINDOW CLOSE-OUT".
               10  FILLER           PIC X(04) VALUE "AT ".
               10  HDR-TS           PIC X(12).
           05  WIN-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "WINDOW ".
               10  WIN-ID           PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  WIN-STRDT        PIC 9(8).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  WIN-STRTM        PIC 9(4).
               10  FILLER           PIC X(03) VALUE " - ".
               10  WIN-ENDDT        PIC 9(8).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  WIN-ENDTM        PIC 9(4).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  WIN-REASON       PIC X(40).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  FILLER           PIC X(04) VALUE "BY ".
               10  WIN-ADDBY        PIC X(10).
           05  COL-LINE.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "ALERT".
               10  FILLER           PIC X(11) VALUE "TYPE".
               10  FILLER           PIC X(04) VALUE "SEV".
               10  FILLER           PIC X(11) VALUE "SOURCE".
               10  FILLER           PIC X(15) VALUE "RAISED".
               10  FILLER           PIC X(04) VALUE "TEXT".
           05  DTL-LINE.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  DTL-ID           PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-TYPE         PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-SEV          PIC X(01).
               10  FILLER           PIC X(03) VALUE SPACES.
               10  DTL-SOURCE       PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-DATE         PIC X(08).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-TIME         PIC X(04).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-TEXT         PIC X(60).
           05  ACT-LINE.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  FILLER           PIC X(10) VALUE "AFTER: ".
               10  ACT-SOURCE       PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  ACT-TYPE         PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  ACT-COUNT        PIC ZZZZ9.
               10  FILLER           PIC X(11) VALUE " SUPPRESSED".
               10  FILLER           PIC X(02) VALUE SPACES.
               10  ACT-TEXT         PIC X(50).
           05  TOT-LINE.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  TOT-COUNT        PIC ZZZZ9.
               10  FILLER           PIC X(30)
                   VALUE " ALERTS SUPPRESSED IN WINDOW".
           05  NONE-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "NO MAINTENANCE WINDOW DUE TO CLOSE".

      *================================================================

       PROCEDURE DIVISION.

       0000-MAIN.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
           MOVE WS-NOW-TS(1:12) TO WS-NOW-STAMP.

           OPEN I-O    MNTWINPF.
           OPEN OUTPUT MNTWINLST.

           MOVE WS-NOW-STAMP TO HDR-TS.
           MOVE HDR-LINE TO MNTWINLST-REC.
           WRITE MNTWINLST-REC.

           SET NOT-EOF-MNTWINPF TO TRUE.
           MOVE ZEROES TO MWID OF MNTWINPF-REC.
           START MNTWINPF KEY IS NOT LESS THAN MWID OF MNTWINPF-REC
              INVALID KEY
                 SET EOF-MNTWINPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-MNTWINPF
              READ MNTWINPF NEXT RECORD
                 AT END
                    SET EOF-MNTWINPF TO TRUE
                 NOT AT END
                    IF MWSTAT OF MNTWINPF-REC NOT = "C"
                       MOVE MWENDDT OF MNTWINPF-REC TO WS-WIN-TO-DT
                       MOVE MWENDTM OF MNTWINPF-REC TO WS-WIN-TO-TM
                       IF WS-NOW-STAMP NOT < WS-WIN-TO
                          PERFORM 1000-CLOSE-WINDOW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-CLOSED-COUNT = ZEROES
              MOVE NONE-LINE TO MNTWINLST-REC
              WRITE MNTWINLST-REC
           END-IF.

           CLOSE MNTWINPF
                 MNTWINLST.

           DISPLAY "MNTWINCLS: " WS-CLOSED-COUNT " windows closed, "
                   WS-SUP-COUNT " suppressed alerts listed".

           GOBACK.

      *================================================================
      *
      *  The window is marked closed before anything is re-run, so
      *  what the re-checks raise is not suppressed by it again.
      *
      *================================================================

       1000-CLOSE-WINDOW.

           ADD 1 TO WS-CLOSED-COUNT.

           MOVE "C"                   TO MWSTAT  OF MNTWINPF-REC.
           MOVE FUNCTION CURRENT-DATE TO MWCLSTS OF MNTWINPF-REC.
           REWRITE MNTWINPF-REC.

           MOVE MWID     OF MNTWINPF-REC TO WIN-ID.
           MOVE MWSTRDT  OF MNTWINPF-REC TO WIN-STRDT.
           MOVE MWSTRTM  OF MNTWINPF-REC TO WIN-STRTM.
           MOVE MWENDDT  OF MNTWINPF-REC TO WIN-ENDDT.
           MOVE MWENDTM  OF MNTWINPF-REC TO WIN-ENDTM.
           MOVE MWREASON OF MNTWINPF-REC TO WIN-REASON.
           MOVE MWADDBY  OF MNTWINPF-REC TO WIN-ADDBY.
           MOVE SPACES   TO MNTWINLST-REC.
           WRITE MNTWINLST-REC.
           MOVE WIN-LINE TO MNTWINLST-REC.
           WRITE MNTWINLST-REC.
           MOVE COL-LINE TO MNTWINLST-REC.
           WRITE MNTWINLST-REC.

           MOVE ZEROES TO ST-COUNT-USED
                          WS-WIN-SUP.

           PERFORM 2000-LIST-SUPPRESSED.

           MOVE WS-WIN-SUP TO TOT-COUNT.
           MOVE TOT-LINE TO MNTWINLST-REC.
           WRITE MNTWINLST-REC.

           PERFORM 3000-RECHECK-SOURCE
              VARYING ST-IDX FROM 1 BY 1
              UNTIL ST-IDX > ST-COUNT-USED.

      *================================================================
      *
      *  ALERTLOG is closed again before the re-checks: each of them
      *  raises through ALERTSVC, which opens it for itself.
      *
      *================================================================

       2000-LIST-SUPPRESSED.

           OPEN I-O ALERTLOG.

           SET NOT-EOF-ALERTLOG TO TRUE.
           MOVE ZEROES TO ALID OF ALERTLOG-REC.
           START ALERTLOG KEY IS NOT LESS THAN ALID OF ALERTLOG-REC
              INVALID KEY
                 SET EOF-ALERTLOG TO TRUE
           END-START.

           PERFORM UNTIL EOF-ALERTLOG
              READ ALERTLOG NEXT RECORD
                 AT END
                    SET EOF-ALERTLOG TO TRUE
                 NOT AT END
                    IF ALACK    OF ALERTLOG-REC = "S"
                    AND ALSUPWIN OF ALERTLOG-REC = MWID OF MNTWINPF-REC
                       PERFORM 2100-LIST-ALERT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE ALERTLOG.

      *================================================================

       2100-LIST-ALERT.

           ADD 1 TO WS-SUP-COUNT
                    WS-WIN-SUP.

           MOVE ALID     OF ALERTLOG-REC       TO DTL-ID.
           MOVE ALTYPE   OF ALERTLOG-REC       TO DTL-TYPE.
           MOVE ALSEV    OF ALERTLOG-REC       TO DTL-SEV.
           MOVE ALSOURCE OF ALERTLOG-REC       TO DTL-SOURCE.
           MOVE ALTS     OF ALERTLOG-REC(1:8)  TO DTL-DATE.
           MOVE ALTS     OF ALERTLOG-REC(9:4)  TO DTL-TIME.
           MOVE ALTEXT   OF ALERTLOG-REC       TO DTL-TEXT.
           MOVE DTL-LINE TO MNTWINLST-REC.
           WRITE MNTWINLST-REC.

           MOVE "*MNTWIN"             TO ALACKUSER OF ALERTLOG-REC.
           MOVE FUNCTION CURRENT-DATE TO ALACKTS   OF ALERTLOG-REC.
           REWRITE ALERTLOG-REC.

           SET SRC-NOT-FOUND TO TRUE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-COUNT-USED OR SRC-FOUND
              IF ST-SOURCE(ST-IDX) = ALSOURCE OF ALERTLOG-REC
              AND ST-TYPE(ST-IDX)  = ALTYPE   OF ALERTLOG-REC
                 SET SRC-FOUND TO TRUE
                 PERFORM 2200-NOTE-SOURCE
              END-IF
           END-PERFORM.

           IF SRC-NOT-FOUND
           AND ST-COUNT-USED < 100
              ADD 1 TO ST-COUNT-USED
              SET ST-IDX TO ST-COUNT-USED
              MOVE ALSOURCE OF ALERTLOG-REC TO ST-SOURCE(ST-IDX)
              MOVE ALTYPE   OF ALERTLOG-REC TO ST-TYPE(ST-IDX)
              MOVE ZEROES TO ST-COUNT(ST-IDX)
              MOVE SPACES TO ST-DONE(ST-IDX)
              PERFORM 2200-NOTE-SOURCE
           END-IF.

      *================================================================

       2200-NOTE-SOURCE.

           ADD 1 TO ST-COUNT(ST-IDX).
           MOVE ALSEV  OF ALERTLOG-REC TO ST-SEV(ST-IDX).
           MOVE ALTEXT OF ALERTLOG-REC TO ST-TEXT(ST-IDX).

      *================================================================
      *
      *  A monitor raises several types (OUTQMONCBL both OUTQLIMIT
      *  and OUTQHELD); it is run for the first of them and its
      *  other entries are marked done with it.
      *
      *================================================================

       3000-RECHECK-SOURCE.

           IF ST-DONE(ST-IDX) NOT = "Y"
              EVALUATE ST-SOURCE(ST-IDX)
                 WHEN "BATCHWDG"
                    CALL "BATCHWDG"
                    MOVE "BATCHWDG RE-RUN" TO WS-ACTION
                    PERFORM 3100-MARK-SOURCE-DONE
                 WHEN "WTRMONCBL"
                    CALL "WTRMONCBL"
                    MOVE "WTRMONCBL RE-RUN" TO WS-ACTION
                    PERFORM 3100-MARK-SOURCE-DONE
                 WHEN "OUTQMONCBL"
                    MOVE SPACES TO WS-OUTQ-SCOPE
                    CALL "OUTQMONCBL" USING WS-OUTQ-SCOPE
                    MOVE "OUTQMONCBL RE-RUN (LOCAL QUEUES)"
                                          TO WS-ACTION
                    PERFORM 3100-MARK-SOURCE-DONE
                 WHEN OTHER
                    IF ST-SEV(ST-IDX) = "I"
                       MOVE "INFORMATION ONLY - NOT RAISED"
                                          TO WS-ACTION
                    ELSE
                       MOVE ST-TYPE(ST-IDX)   TO ALERT-TYPE
                       MOVE ST-SEV(ST-IDX)    TO ALERT-SEV
                       MOVE ST-SOURCE(ST-IDX) TO ALERT-SOURCE
                       MOVE ST-TEXT(ST-IDX)   TO ALERT-TEXT
                       CALL "ALERTSVC" USING ALERT-PARM
                       MOVE "LAST ALERT RAISED AGAIN" TO WS-ACTION
                    END-IF
                    MOVE "Y" TO ST-DONE(ST-IDX)
              END-EVALUATE
              PERFORM 3200-PRINT-ACTION
           END-IF.

      *================================================================

       3100-MARK-SOURCE-DONE.

           PERFORM VARYING ST-IDX2 FROM 1 BY 1
                   UNTIL ST-IDX2 > ST-COUNT-USED
              IF ST-SOURCE(ST-IDX2) = ST-SOURCE(ST-IDX)
                 MOVE "Y" TO ST-DONE(ST-IDX2)
              END-IF
           END-PERFORM.

      *================================================================

       3200-PRINT-ACTION.

           MOVE ST-SOURCE(ST-IDX) TO ACT-SOURCE.
           MOVE ST-TYPE(ST-IDX)   TO ACT-TYPE.
           MOVE ST-COUNT(ST-IDX)  TO ACT-COUNT.
           MOVE WS-ACTION         TO ACT-TEXT.
           MOVE ACT-LINE TO MNTWINLST-REC.
           WRITE MNTWINLST-REC.
