       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ALERTANL.

      *================================================================
      *  Monthly alert analytics - ALERTLOG says what was raised and
      *  who acknowledged it when, but nobody could say which alert
      *  types are noise or how long a critical sits before anyone
      *  answers it. Run early in the month for the month just
      *  ended (CCYYMM passed in), it reads that month's alerts and
      *  reports, per alert type and raising source:
      *
      *    - alerts by severity, suppressed by a maintenance window,
      *      acknowledged and still open;
      *    - median and worst minutes from raising (ALTS) to
      *      acknowledgment (ALACKTS) of the acknowledged ones;
      *    - ALERTSWP re-raises;
      *    - the share of the acknowledgments each user made;
      *    - the type's total last month and the change since,
      *
      *  then the ten noisiest sources of the month, with the same
      *  trend. The figures are written to ALERTANLPF (a re-run
      *  replaces the month), which is where last month's column
      *  comes from - so the trend survives LOGRETCBL clearing the
      *  log. Alerts LOGRETCBL has already removed are read back
      *  from their LOGSUMPF summary as source "*PURGED": counted
      *  and their re-raises added, but with no acknowledgment
      *  figures, which the summary does not keep.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ALERTLOG       ASSIGN  TO DATABASE-ALERTLOG
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ALID.

           SELECT LOGSUMPF       ASSIGN  TO DATABASE-LOGSUMPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         LSKEY.

           SELECT ALERTANLPF     ASSIGN  TO DATABASE-ALERTANLPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ANKEY.

           SELECT SORTWORK       ASSIGN  TO SORTWK01.

           SELECT ALERTANLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  ALERTLOG
           LABEL RECORDS ARE STANDARD.
       01  ALERTLOG-REC.
           COPY DDS-ALL-FORMATS OF ALERTLOG.

       FD  LOGSUMPF
           LABEL RECORDS ARE STANDARD.
       01  LOGSUMPF-REC.
           COPY DDS-ALL-FORMATS OF LOGSUMPF.

       FD  ALERTANLPF
           LABEL RECORDS ARE STANDARD.
       01  ALERTANLPF-REC.
           COPY DDS-ALL-FORMATS OF ALERTANLPF.

      *          One row per alert of the month (SR-COUNT 1), or per
      *          LOGSUMPF summary row (SR-KIND "S", its count in
      *          SR-COUNT). Sorted by acknowledgment minutes within
      *          type and source, so the timed acknowledgments of a
      *          group arrive in order for the median.

       SD  SORTWORK.
       01  SORT-REC.
           05  SR-TYPE              PIC X(10).
           05  SR-SOURCE            PIC X(10).
           05  SR-ACKMIN            PIC 9(7).
           05  SR-KIND              PIC X(1).
           05  SR-SEV               PIC X(1).
           05  SR-ACK               PIC X(1).
           05  SR-TIMED             PIC X(1).
           05  SR-USER              PIC X(10).
           05  SR-RERAISE           PIC 9(7).
           05  SR-COUNT             PIC 9(9).

       FD  ALERTANLST
           LABEL RECORDS ARE OMITTED.
       01  ALERTANLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  END-SORT-SW         PIC 1   VALUE B"0".
               88  NOT-END-SORT            VALUE B"0".
               88  END-SORT                VALUE B"1".
           05  EOF-ALERTLOG-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-ALERTLOG        VALUE B"0".
               88  EOF-ALERTLOG            VALUE B"1".
           05  EOF-LOGSUMPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-LOGSUMPF        VALUE B"0".
               88  EOF-LOGSUMPF            VALUE B"1".
           05  EOF-ALERTANLPF-SW   PIC 1   VALUE B"0".
               88  NOT-EOF-ALERTANLPF      VALUE B"0".
               88  EOF-ALERTANLPF          VALUE B"1".
           05  FIRST-GROUP-SW      PIC 1   VALUE B"0".
               88  FIRST-GROUP             VALUE B"0".
               88  NOT-FIRST-GROUP         VALUE B"1".
           05  ENTRY-FOUND-SW      PIC 1   VALUE B"0".
               88  ENTRY-FOUND             VALUE B"1".
               88  ENTRY-NOT-FOUND         VALUE B"0".

       01  MONTH-WORK.
           05  WS-MONTH-X          PIC X(6).
           05  WS-MONTH            PIC 9(6).
           05  WS-MONTH-PARTS REDEFINES WS-MONTH.
               10  WS-MONTH-CCYY   PIC 9(4).
               10  WS-MONTH-MM     PIC 9(2).
           05  WS-PREV-MONTH       PIC 9(6).
           05  WS-RUN-TS           PIC X(21).

       01  ACK-TIME-WORK.
           05  WS-AL-INT           PIC S9(9).
           05  WS-AL-MIN           PIC S9(9).
           05  WS-ACK-INT          PIC S9(9).
           05  WS-ACK-MIN          PIC S9(9).
           05  WS-WAIT-MIN         PIC S9(9).

       01  BREAK-AREA.
           05  BRK-TYPE            PIC X(10).
           05  BRK-SOURCE          PIC X(10).

      *          Figures of the type/source group being read.

       01  GROUP-ACCUM.
           05  GA-TOTAL            PIC 9(7).
           05  GA-INFO             PIC 9(7).
           05  GA-WARN             PIC 9(7).
           05  GA-CRIT             PIC 9(7).
           05  GA-SUPP             PIC 9(7).
           05  GA-ACKED            PIC 9(7).
           05  GA-UNACK            PIC 9(7).
           05  GA-RERAISE          PIC 9(7).
           05  GA-MEDMIN           PIC 9(7).
           05  GA-WORSTMIN         PIC 9(7).
           05  GA-PREV             PIC 9(7).
           05  GA-CHANGE           PIC S9(7).

      *          Timed acknowledgments of the group, ascending.
       01  ACK-TABLE.
           05  AK-MIN OCCURS 9999 TIMES PIC 9(7).
       01  AK-COUNT                PIC S9(5) BINARY VALUE ZEROES.
       01  AK-MID                  PIC S9(5) BINARY VALUE ZEROES.

      *          Acknowledging users of the group.
       01  USER-TABLE.
           05  UT-ENTRY OCCURS 50 TIMES INDEXED BY UT-IDX.
               10  UT-USER          PIC X(10).
               10  UT-COUNT         PIC 9(7).
       01  UT-COUNT-USED           PIC S9(5) BINARY VALUE ZEROES.
       01  WS-PCT                  PIC 9(3).

      *          Sources of the month, for the noisiest-sources
      *          section.
       01  SOURCE-TABLE.
           05  SRC-ENTRY OCCURS 200 TIMES INDEXED BY SRC-IDX.
               10  SRC-SOURCE       PIC X(10).
               10  SRC-TOTAL        PIC 9(7).
               10  SRC-CRIT         PIC 9(7).
               10  SRC-UNACK        PIC 9(7).
               10  SRC-RERAISE      PIC 9(7).
               10  SRC-PREV         PIC 9(7).
               10  SRC-LISTED       PIC X(1).
       01  SRC-COUNT-USED          PIC S9(5) BINARY VALUE ZEROES.
       01  SRC-TOP                 PIC S9(5) BINARY VALUE ZEROES.
       01  SRC-RANK                PIC S9(5) BINARY VALUE ZEROES.

       01  MONTH-TOTALS.
           05  WS-MONTH-TOTAL      PIC 9(9)  VALUE ZEROES.
           05  WS-MONTH-PREV       PIC 9(9)  VALUE ZEROES.
           05  WS-REPLACED         PIC 9(7)  VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(30)
                   VALUE "MONTHLY ALERT ANALYSIS".
               10  FILLER           PIC X(07) VALUE "MONTH ".
               10  HDR-MONTH        PIC 9(6).
               10  FILLER           PIC X(14) VALUE "   PREVIOUS ".
               10  HDR-PREV         PIC 9(6).
           05  SEC-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  SEC-TITLE        PIC X(50).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(11) VALUE "TYPE".
               10  FILLER           PIC X(11) VALUE "SOURCE".
               10  FILLER           PIC X(07) VALUE "   INFO".
               10  FILLER           PIC X(07) VALUE "   WARN".
               10  FILLER           PIC X(07) VALUE "   CRIT".
               10  FILLER           PIC X(07) VALUE "   SUPP".
               10  FILLER           PIC X(07) VALUE "  TOTAL".
               10  FILLER           PIC X(07) VALUE "  ACKED".
               10  FILLER           PIC X(07) VALUE "   OPEN".
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(07) VALUE "MED MIN".
               10  FILLER           PIC X(07) VALUE "  WORST".
               10  FILLER           PIC X(07) VALUE " RERAIS".
               10  FILLER           PIC X(02) VALUE SPACES.
               10  FILLER           PIC X(07) VALUE "LST MTH".
               10  FILLER           PIC X(07) VALUE " CHANGE".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-TYPE         PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-SOURCE       PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-INFO         PIC ZZZZZZ9.
               10  DTL-WARN         PIC ZZZZZZ9.
               10  DTL-CRIT         PIC ZZZZZZ9.
               10  DTL-SUPP         PIC ZZZZZZ9.
               10  DTL-TOTAL        PIC ZZZZZZ9.
               10  DTL-ACKED        PIC ZZZZZZ9.
               10  DTL-UNACK        PIC ZZZZZZ9.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-MEDMIN       PIC ZZZZZZ9.
               10  DTL-WORSTMIN     PIC ZZZZZZ9.
               10  DTL-RERAISE      PIC ZZZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-PREV         PIC ZZZZZZ9.
               10  DTL-CHANGE       PIC ++++++9.
           05  USR-LINE.
               10  FILLER           PIC X(25) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "ACKED BY".
               10  USR-USER         PIC X(10).
               10  USR-COUNT        PIC ZZZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  USR-PCT          PIC ZZ9.
               10  FILLER           PIC X(01) VALUE "%".
           05  NOISY-COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(06) VALUE "RANK".
               10  FILLER           PIC X(11) VALUE "SOURCE".
               10  FILLER           PIC X(07) VALUE "  TOTAL".
               10  FILLER           PIC X(07) VALUE "  SHARE".
               10  FILLER           PIC X(07) VALUE "   CRIT".
               10  FILLER           PIC X(07) VALUE "   OPEN".
               10  FILLER           PIC X(07) VALUE " RERAIS".
               10  FILLER           PIC X(02) VALUE SPACES.
               10  FILLER           PIC X(07) VALUE "LST MTH".
               10  FILLER           PIC X(07) VALUE " CHANGE".
           05  NOISY-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  NSY-RANK         PIC ZZ9.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  NSY-SOURCE       PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  NSY-TOTAL        PIC ZZZZZZ9.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  NSY-PCT          PIC ZZ9.
               10  FILLER           PIC X(01) VALUE "%".
               10  NSY-CRIT         PIC ZZZZZZ9.
               10  NSY-UNACK        PIC ZZZZZZ9.
               10  NSY-RERAISE      PIC ZZZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  NSY-PREV         PIC ZZZZZZ9.
               10  NSY-CHANGE       PIC ++++++9.
           05  TOT-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(20) VALUE "ALERTS IN MONTH:".
               10  TOT-MONTH        PIC ZZZZZZZZ9.
               10  FILLER           PIC X(16) VALUE "   LAST MONTH:".
               10  TOT-PREV         PIC ZZZZZZZZ9.
           05  NONE-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "NO ALERTS RAISED IN THE MONTH".

      *================================================================

       LINKAGE SECTION.

       01  LINK-MONTH               PIC 9(06).

      *================================================================

       PROCEDURE DIVISION USING LINK-MONTH.

       0000-MAIN.

           MOVE LINK-MONTH TO WS-MONTH.
           MOVE LINK-MONTH TO WS-MONTH-X.
           IF WS-MONTH-MM = 1
              COMPUTE WS-PREV-MONTH = (WS-MONTH-CCYY - 1) * 100 + 12
           ELSE
              COMPUTE WS-PREV-MONTH = WS-MONTH - 1
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS.

           OPEN I-O    ALERTANLPF.
           OPEN OUTPUT ALERTANLST.

           MOVE WS-MONTH      TO HDR-MONTH.
           MOVE WS-PREV-MONTH TO HDR-PREV.
           MOVE HDR-LINE TO ALERTANLST-REC.
           WRITE ALERTANLST-REC.

           PERFORM 0500-CLEAR-MONTH.

           MOVE "BY ALERT TYPE AND SOURCE" TO SEC-TITLE.
           MOVE SPACES   TO ALERTANLST-REC.
           WRITE ALERTANLST-REC.
           MOVE SEC-LINE TO ALERTANLST-REC.
           WRITE ALERTANLST-REC.
           MOVE COL-LINE TO ALERTANLST-REC.
           WRITE ALERTANLST-REC.

           SET NOT-END-SORT TO TRUE.
           SET FIRST-GROUP  TO TRUE.
           SORT SORTWORK
               ON ASCENDING KEY SR-TYPE
                                SR-SOURCE
                                SR-ACKMIN
               INPUT  PROCEDURE IS 1000-RELEASE-ALERTS
               OUTPUT PROCEDURE IS 2000-TYPE-SOURCE.

           IF NOT-FIRST-GROUP
              PERFORM 2500-CLOSE-GROUP
           ELSE
              MOVE NONE-LINE TO ALERTANLST-REC
              WRITE ALERTANLST-REC
           END-IF.

           PERFORM 3000-NOISY-SOURCES.

           MOVE WS-MONTH-TOTAL TO TOT-MONTH.
           MOVE WS-MONTH-PREV  TO TOT-PREV.
           MOVE SPACES   TO ALERTANLST-REC.
           WRITE ALERTANLST-REC.
           MOVE TOT-LINE TO ALERTANLST-REC.
           WRITE ALERTANLST-REC.

           CLOSE ALERTANLPF
                 ALERTANLST.

           DISPLAY "ALERTANL: month " WS-MONTH ", "
                   WS-MONTH-TOTAL " alerts, "
                   WS-REPLACED " earlier rows replaced".

           GOBACK.

      *================================================================
      *
      *  A re-run replaces the month: its rows from an earlier run
      *  are removed first. Last month's total is picked up on the
      *  way past for the closing line.
      *
      *================================================================

       0500-CLEAR-MONTH.

           SET NOT-EOF-ALERTANLPF TO TRUE.
           MOVE LOW-VALUES    TO ANKEY   OF ALERTANLPF-REC.
           MOVE WS-PREV-MONTH TO ANMONTH OF ALERTANLPF-REC.
           START ALERTANLPF KEY IS NOT LESS THAN ANKEY OF ALERTANLPF-REC
              INVALID KEY
                 SET EOF-ALERTANLPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-ALERTANLPF
              READ ALERTANLPF NEXT RECORD
                 AT END
                    SET EOF-ALERTANLPF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN ANMONTH OF ALERTANLPF-REC = WS-PREV-MONTH
                          IF ANUSER OF ALERTANLPF-REC = SPACES
                             ADD ANTOTAL OF ALERTANLPF-REC
                                 TO WS-MONTH-PREV
                          END-IF
                       WHEN ANMONTH OF ALERTANLPF-REC = WS-MONTH
                          DELETE ALERTANLPF
                          ADD 1 TO WS-REPLACED
                       WHEN OTHER
                          SET EOF-ALERTANLPF TO TRUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

      *================================================================

       1000-RELEASE-ALERTS.

           OPEN INPUT ALERTLOG.

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
                    IF ALTS OF ALERTLOG-REC(1:6) = WS-MONTH-X
                       PERFORM 1100-RELEASE-ALERT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE ALERTLOG.

           OPEN INPUT LOGSUMPF.

           SET NOT-EOF-LOGSUMPF TO TRUE.
           MOVE LOW-VALUES TO LSKEY   OF LOGSUMPF-REC.
           MOVE "ALERTLOG" TO LSFILE  OF LOGSUMPF-REC.
           MOVE WS-MONTH   TO LSMONTH OF LOGSUMPF-REC.
           START LOGSUMPF KEY IS NOT LESS THAN LSKEY OF LOGSUMPF-REC
              INVALID KEY
                 SET EOF-LOGSUMPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-LOGSUMPF
              READ LOGSUMPF NEXT RECORD
                 AT END
                    SET EOF-LOGSUMPF TO TRUE
                 NOT AT END
                    IF LSFILE  OF LOGSUMPF-REC = "ALERTLOG"
                    AND LSMONTH OF LOGSUMPF-REC = WS-MONTH
                       PERFORM 1200-RELEASE-SUMMARY
                    ELSE
                       SET EOF-LOGSUMPF TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE LOGSUMPF.

      *================================================================
      *
      *  Only a real acknowledgment (ALACK "Y") is timed; an alert
      *  whose stamps cannot be read is counted as acknowledged but
      *  left out of the median and worst.
      *
      *================================================================

       1100-RELEASE-ALERT.

           INITIALIZE SORT-REC.
           MOVE ALTYPE    OF ALERTLOG-REC TO SR-TYPE.
           MOVE ALSOURCE  OF ALERTLOG-REC TO SR-SOURCE.
           MOVE "A"                       TO SR-KIND.
           MOVE ALSEV     OF ALERTLOG-REC TO SR-SEV.
           MOVE ALACK     OF ALERTLOG-REC TO SR-ACK.
           MOVE ALRERAISE OF ALERTLOG-REC TO SR-RERAISE.
           MOVE 1                         TO SR-COUNT.
           MOVE "N"                       TO SR-TIMED.
           MOVE ZEROES                    TO SR-ACKMIN.

           IF ALACK OF ALERTLOG-REC = "Y"
              MOVE ALACKUSER OF ALERTLOG-REC TO SR-USER
              PERFORM 1150-ACK-MINUTES
           END-IF.

           RELEASE SORT-REC.

      *================================================================

       1150-ACK-MINUTES.

           IF ALTS    OF ALERTLOG-REC(1:12) IS NUMERIC
           AND ALACKTS OF ALERTLOG-REC(1:12) IS NUMERIC
              COMPUTE WS-AL-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(ALTS OF ALERTLOG-REC(1:8)))
              COMPUTE WS-AL-MIN =
                  FUNCTION NUMVAL(ALTS OF ALERTLOG-REC(9:2)) * 60
                  + FUNCTION NUMVAL(ALTS OF ALERTLOG-REC(11:2))
              COMPUTE WS-ACK-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(ALACKTS OF ALERTLOG-REC(1:8)))
              COMPUTE WS-ACK-MIN =
                  FUNCTION NUMVAL(ALACKTS OF ALERTLOG-REC(9:2)) * 60
                  + FUNCTION NUMVAL(ALACKTS OF ALERTLOG-REC(11:2))
              COMPUTE WS-WAIT-MIN =
                  (WS-ACK-INT - WS-AL-INT) * 1440
                  + WS-ACK-MIN - WS-AL-MIN
              IF WS-WAIT-MIN >= ZEROES
                 MOVE WS-WAIT-MIN TO SR-ACKMIN
                 MOVE "Y"         TO SR-TIMED
              END-IF
           END-IF.

      *================================================================

       1200-RELEASE-SUMMARY.

           INITIALIZE SORT-REC.
           MOVE LSCAT OF LOGSUMPF-REC(1:10)  TO SR-TYPE.
           MOVE "*PURGED"                    TO SR-SOURCE.
           MOVE "S"                          TO SR-KIND.
           MOVE LSCAT OF LOGSUMPF-REC(12:1)  TO SR-SEV.
           MOVE "N"                          TO SR-TIMED.
           MOVE ZEROES                       TO SR-ACKMIN.
           MOVE LSCOUNT OF LOGSUMPF-REC      TO SR-COUNT.
           MOVE LSSUM   OF LOGSUMPF-REC      TO SR-RERAISE.
           RELEASE SORT-REC.

      *================================================================

       2000-TYPE-SOURCE.

           PERFORM UNTIL END-SORT
              RETURN SORTWORK
                 AT END
                    SET END-SORT TO TRUE
                 NOT AT END
                    PERFORM 2100-ADD-ROW
              END-RETURN
           END-PERFORM.

      *================================================================

       2100-ADD-ROW.

           IF FIRST-GROUP
              SET NOT-FIRST-GROUP TO TRUE
              PERFORM 2400-START-GROUP
           ELSE
              IF SR-TYPE   NOT = BRK-TYPE
              OR SR-SOURCE NOT = BRK-SOURCE
                 PERFORM 2500-CLOSE-GROUP
                 PERFORM 2400-START-GROUP
              END-IF
           END-IF.

           ADD SR-COUNT   TO GA-TOTAL.
           ADD SR-RERAISE TO GA-RERAISE.
           EVALUATE SR-SEV
              WHEN "I"
                 ADD SR-COUNT TO GA-INFO
              WHEN "W"
                 ADD SR-COUNT TO GA-WARN
              WHEN "C"
                 ADD SR-COUNT TO GA-CRIT
           END-EVALUATE.

           IF SR-KIND = "A"
              EVALUATE SR-ACK
                 WHEN "Y"
                    ADD 1 TO GA-ACKED
                    PERFORM 2200-COUNT-USER
                 WHEN "S"
                    ADD 1 TO GA-SUPP
                 WHEN OTHER
                    ADD 1 TO GA-UNACK
              END-EVALUATE
           END-IF.

      *          Arriving in ascending order, the latest timed
      *          acknowledgment of the group is its worst.
           IF SR-TIMED = "Y"
              IF AK-COUNT < 9999
                 ADD 1 TO AK-COUNT
                 MOVE SR-ACKMIN TO AK-MIN(AK-COUNT)
              END-IF
              MOVE SR-ACKMIN TO GA-WORSTMIN
           END-IF.

      *================================================================

       2200-COUNT-USER.

           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > UT-COUNT-USED OR ENTRY-FOUND
              IF UT-USER(UT-IDX) = SR-USER
                 SET ENTRY-FOUND TO TRUE
                 ADD 1 TO UT-COUNT(UT-IDX)
              END-IF
           END-PERFORM.

           IF ENTRY-NOT-FOUND
           AND UT-COUNT-USED < 50
              ADD 1 TO UT-COUNT-USED
              SET UT-IDX TO UT-COUNT-USED
              MOVE SR-USER TO UT-USER(UT-IDX)
              MOVE 1       TO UT-COUNT(UT-IDX)
           END-IF.

      *================================================================

       2400-START-GROUP.

           MOVE SR-TYPE   TO BRK-TYPE.
           MOVE SR-SOURCE TO BRK-SOURCE.
           INITIALIZE GROUP-ACCUM.
           MOVE ZEROES TO AK-COUNT
                          UT-COUNT-USED.

      *================================================================
      *
      *  A type/source closes: median of its timed acknowledgments,
      *  last month's total from ALERTANLPF, the report lines, the
      *  month's ALERTANLPF rows, and its share of the source.
      *
      *================================================================

       2500-CLOSE-GROUP.

           IF AK-COUNT > ZEROES
              DIVIDE AK-COUNT BY 2 GIVING AK-MID
              IF AK-MID * 2 = AK-COUNT
                 COMPUTE GA-MEDMIN =
                     (AK-MIN(AK-MID) + AK-MIN(AK-MID + 1)) / 2
              ELSE
                 MOVE AK-MIN(AK-MID + 1) TO GA-MEDMIN
              END-IF
           END-IF.

           MOVE WS-PREV-MONTH TO ANMONTH  OF ALERTANLPF-REC.
           MOVE BRK-TYPE      TO ANTYPE   OF ALERTANLPF-REC.
           MOVE BRK-SOURCE    TO ANSOURCE OF ALERTANLPF-REC.
           MOVE SPACES        TO ANUSER   OF ALERTANLPF-REC.
           READ ALERTANLPF
              INVALID KEY
                 MOVE ZEROES TO GA-PREV
              NOT INVALID KEY
                 MOVE ANTOTAL OF ALERTANLPF-REC TO GA-PREV
           END-READ.
           COMPUTE GA-CHANGE = GA-TOTAL - GA-PREV.

           MOVE BRK-TYPE    TO DTL-TYPE.
           MOVE BRK-SOURCE  TO DTL-SOURCE.
           MOVE GA-INFO     TO DTL-INFO.
           MOVE GA-WARN     TO DTL-WARN.
           MOVE GA-CRIT     TO DTL-CRIT.
           MOVE GA-SUPP     TO DTL-SUPP.
           MOVE GA-TOTAL    TO DTL-TOTAL.
           MOVE GA-ACKED    TO DTL-ACKED.
           MOVE GA-UNACK    TO DTL-UNACK.
           MOVE GA-MEDMIN   TO DTL-MEDMIN.
           MOVE GA-WORSTMIN TO DTL-WORSTMIN.
           MOVE GA-RERAISE  TO DTL-RERAISE.
           MOVE GA-PREV     TO DTL-PREV.
           MOVE GA-CHANGE   TO DTL-CHANGE.
           MOVE DTL-LINE TO ALERTANLST-REC.
           WRITE ALERTANLST-REC.

           INITIALIZE ALERTANLPF-REC.
           MOVE WS-MONTH    TO ANMONTH    OF ALERTANLPF-REC.
           MOVE BRK-TYPE    TO ANTYPE     OF ALERTANLPF-REC.
           MOVE BRK-SOURCE  TO ANSOURCE   OF ALERTANLPF-REC.
           MOVE SPACES      TO ANUSER     OF ALERTANLPF-REC.
           MOVE GA-TOTAL    TO ANTOTAL    OF ALERTANLPF-REC.
           MOVE GA-INFO     TO ANINFO     OF ALERTANLPF-REC.
           MOVE GA-WARN     TO ANWARN     OF ALERTANLPF-REC.
           MOVE GA-CRIT     TO ANCRIT     OF ALERTANLPF-REC.
           MOVE GA-SUPP     TO ANSUPP     OF ALERTANLPF-REC.
           MOVE GA-ACKED    TO ANACKED    OF ALERTANLPF-REC.
           MOVE GA-UNACK    TO ANUNACK    OF ALERTANLPF-REC.
           MOVE GA-MEDMIN   TO ANMEDMIN   OF ALERTANLPF-REC.
           MOVE GA-WORSTMIN TO ANWORSTMIN OF ALERTANLPF-REC.
           MOVE GA-RERAISE  TO ANRERAISE  OF ALERTANLPF-REC.
           MOVE WS-RUN-TS   TO ANRUNTS    OF ALERTANLPF-REC.
           WRITE ALERTANLPF-REC.

           PERFORM 2600-LIST-USER
              VARYING UT-IDX FROM 1 BY 1
              UNTIL UT-IDX > UT-COUNT-USED.

           ADD GA-TOTAL TO WS-MONTH-TOTAL.
           PERFORM 2700-ADD-TO-SOURCE.

      *================================================================

       2600-LIST-USER.

           COMPUTE WS-PCT ROUNDED = UT-COUNT(UT-IDX) * 100 / GA-ACKED.

           MOVE UT-USER(UT-IDX)  TO USR-USER.
           MOVE UT-COUNT(UT-IDX) TO USR-COUNT.
           MOVE WS-PCT           TO USR-PCT.
           MOVE USR-LINE TO ALERTANLST-REC.
           WRITE ALERTANLST-REC.

           INITIALIZE ALERTANLPF-REC.
           MOVE WS-MONTH         TO ANMONTH  OF ALERTANLPF-REC.
           MOVE BRK-TYPE         TO ANTYPE   OF ALERTANLPF-REC.
           MOVE BRK-SOURCE       TO ANSOURCE OF ALERTANLPF-REC.
           MOVE UT-USER(UT-IDX)  TO ANUSER   OF ALERTANLPF-REC.
           MOVE UT-COUNT(UT-IDX) TO ANACKED  OF ALERTANLPF-REC.
           MOVE WS-RUN-TS        TO ANRUNTS  OF ALERTANLPF-REC.
           WRITE ALERTANLPF-REC.

      *================================================================

       2700-ADD-TO-SOURCE.

           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SRC-COUNT-USED OR ENTRY-FOUND
              IF SRC-SOURCE(SRC-IDX) = BRK-SOURCE
                 SET ENTRY-FOUND TO TRUE
                 PERFORM 2750-ADD-GROUP-FIGURES
              END-IF
           END-PERFORM.

           IF ENTRY-NOT-FOUND
           AND SRC-COUNT-USED < 200
              ADD 1 TO SRC-COUNT-USED
              SET SRC-IDX TO SRC-COUNT-USED
              INITIALIZE SRC-ENTRY(SRC-IDX)
              MOVE BRK-SOURCE TO SRC-SOURCE(SRC-IDX)
              PERFORM 2750-ADD-GROUP-FIGURES
           END-IF.

      *================================================================

       2750-ADD-GROUP-FIGURES.

           ADD GA-TOTAL   TO SRC-TOTAL(SRC-IDX).
           ADD GA-CRIT    TO SRC-CRIT(SRC-IDX).
           ADD GA-UNACK   TO SRC-UNACK(SRC-IDX).
           ADD GA-RERAISE TO SRC-RERAISE(SRC-IDX).

      *================================================================
      *
      *  The ten sources that raised the most alerts in the month,
      *  noisiest first. A source's last month is every type it
      *  raised then, whether or not it raised that type again.
      *
      *================================================================

       3000-NOISY-SOURCES.

           PERFORM 3050-SOURCE-LAST-MONTH.

           MOVE "TOP NOISY SOURCES" TO SEC-TITLE.
           MOVE SPACES         TO ALERTANLST-REC.
           WRITE ALERTANLST-REC.
           MOVE SEC-LINE       TO ALERTANLST-REC.
           WRITE ALERTANLST-REC.
           MOVE NOISY-COL-LINE TO ALERTANLST-REC.
           WRITE ALERTANLST-REC.

           PERFORM 3100-LIST-NEXT-SOURCE
              VARYING SRC-RANK FROM 1 BY 1
              UNTIL SRC-RANK > 10 OR SRC-RANK > SRC-COUNT-USED.

      *================================================================

       3050-SOURCE-LAST-MONTH.

           SET NOT-EOF-ALERTANLPF TO TRUE.
           MOVE LOW-VALUES    TO ANKEY   OF ALERTANLPF-REC.
           MOVE WS-PREV-MONTH TO ANMONTH OF ALERTANLPF-REC.
           START ALERTANLPF KEY IS NOT LESS THAN ANKEY OF ALERTANLPF-REC
              INVALID KEY
                 SET EOF-ALERTANLPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-ALERTANLPF
              READ ALERTANLPF NEXT RECORD
                 AT END
                    SET EOF-ALERTANLPF TO TRUE
                 NOT AT END
                    IF ANMONTH OF ALERTANLPF-REC NOT = WS-PREV-MONTH
                       SET EOF-ALERTANLPF TO TRUE
                    ELSE
                       IF ANUSER OF ALERTANLPF-REC = SPACES
                          PERFORM 3060-ADD-SOURCE-PREV
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       3060-ADD-SOURCE-PREV.

           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SRC-COUNT-USED OR ENTRY-FOUND
              IF SRC-SOURCE(SRC-IDX) = ANSOURCE OF ALERTANLPF-REC
                 SET ENTRY-FOUND TO TRUE
                 ADD ANTOTAL OF ALERTANLPF-REC TO SRC-PREV(SRC-IDX)
              END-IF
           END-PERFORM.

      *================================================================

       3100-LIST-NEXT-SOURCE.

           MOVE ZEROES TO SRC-TOP.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SRC-COUNT-USED
              IF SRC-LISTED(SRC-IDX) NOT = "Y"
                 IF SRC-TOP = ZEROES
                    SET SRC-TOP TO SRC-IDX
                 ELSE
                    IF SRC-TOTAL(SRC-IDX) > SRC-TOTAL(SRC-TOP)
                       SET SRC-TOP TO SRC-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           MOVE "Y" TO SRC-LISTED(SRC-TOP).

           IF WS-MONTH-TOTAL > ZEROES
              COMPUTE WS-PCT ROUNDED =
                  SRC-TOTAL(SRC-TOP) * 100 / WS-MONTH-TOTAL
           ELSE
              MOVE ZEROES TO WS-PCT
           END-IF.

           MOVE SRC-RANK             TO NSY-RANK.
           MOVE SRC-SOURCE(SRC-TOP)  TO NSY-SOURCE.
           MOVE SRC-TOTAL(SRC-TOP)   TO NSY-TOTAL.
           MOVE WS-PCT               TO NSY-PCT.
           MOVE SRC-CRIT(SRC-TOP)    TO NSY-CRIT.
           MOVE SRC-UNACK(SRC-TOP)   TO NSY-UNACK.
           MOVE SRC-RERAISE(SRC-TOP) TO NSY-RERAISE.
           MOVE SRC-PREV(SRC-TOP)    TO NSY-PREV.
           COMPUTE NSY-CHANGE = SRC-TOTAL(SRC-TOP) - SRC-PREV(SRC-TOP).
           MOVE NOISY-LINE TO ALERTANLST-REC.
           WRITE ALERTANLST-REC.
