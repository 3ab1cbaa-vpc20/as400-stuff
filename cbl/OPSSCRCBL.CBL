       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPSSCRCBL.

      *================================================================
      *  Monthly operations scorecard - management asks every month
      *  how operations did, and the answer was in half a dozen
      *  files. Run early in the month for the month just ended
      *  (CCYYMM passed in, as ALERTANL), it takes one figure per
      *  measure:
      *
      *    BATCHHST  - the average and the latest chain end of the
      *                month's run dates (the latest step end of a
      *                run date, as BATCHDRFT section 2), steps
      *                failed or not started for a locked file
      *                (outcome F/L), steps the watchdog found stuck
      *                (W), and the spooled files the purge step
      *                deleted and failed to delete (its SEL/DLT/FAIL
      *                counts);
      *    ALERTLOG  - critical alerts raised, a maintenance-window
      *                suppression not counted;
      *    KIFTPSTS  - the share of the month's transfers completed,
      *                and of those the share the partner
      *                acknowledged;
      *    SPLFARCH  - pages SPLFPRGE archived before deleting;
      *    CUSTOUTF  - customer changes notified, and the share of
      *                notification/subscriber pairs CUSTSUBSPF shows
      *                exported to every active CUSTSUBPF subscriber;
      *    KIFTPMSUM - acknowledgments past the partner's SLA, off
      *                the month's KIFTPMRPT partner summary (no
      *                figure until that report has run for the
      *                month).
      *
      *  Each figure is judged against its OPSTGTPF target and shown
      *  with the two months before it from OPSSCRPF, where this
      *  month's figures are then stored (a re-run replaces the
      *  month). A missed target is flagged, and a miss in all three
      *  months is called out as such. Alerts and transfers
      *  LOGRETCBL has already cleared are read back from their
      *  LOGSUMPF summary (no acknowledgment figure is kept there,
      *  so the acknowledged share is of the rows still on file);
      *  BATCHHST summaries carry no outcomes or end times, so the
      *  chain measures need the month's history still on file.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BATCHHST       ASSIGN  TO DATABASE-BATCHHST
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT ALERTLOG       ASSIGN  TO DATABASE-ALERTLOG
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ALID.

           SELECT KIFTPSTS-FILE  ASSIGN  TO DATABASE-KIFTPSTS
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT SPLFARCH       ASSIGN  TO DATABASE-SPLFARCH
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ARCKEY.

           SELECT CUSTOUTF       ASSIGN  TO DATABASE-CUSTOUTF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTSUBPF      ASSIGN  TO DATABASE-CUSTSUBPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SUBID.

           SELECT CUSTSUBSPF     ASSIGN  TO DATABASE-CUSTSUBSPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SBSKEY.

           SELECT LOGSUMPF       ASSIGN  TO DATABASE-LOGSUMPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         LSKEY.

           SELECT OPSTGTPF       ASSIGN  TO DATABASE-OPSTGTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         OTMEAS.

           SELECT OPSSCRPF       ASSIGN  TO DATABASE-OPSSCRPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         OSKEY.

           SELECT KIFTPMSUM      ASSIGN  TO DATABASE-KIFTPMSUM
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         MSKEY.

           SELECT OPSSCRLST      ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  BATCHHST
           LABEL RECORDS ARE STANDARD.
       01  BATCHHST-REC.
           COPY DDS-ALL-FORMATS OF BATCHHST.

       FD  ALERTLOG
           LABEL RECORDS ARE STANDARD.
       01  ALERTLOG-REC.
           COPY DDS-ALL-FORMATS OF ALERTLOG.

       FD  KIFTPSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPSTS-REC.
           COPY DDS-ALL-FORMATS OF KIFTPSTS.

       FD  SPLFARCH
           LABEL RECORDS ARE STANDARD.
       01  SPLFARCH-REC.
           COPY DDS-ALL-FORMATS OF SPLFARCH.

       FD  CUSTOUTF
           LABEL RECORDS ARE STANDARD.
       01  CUSTOUTF-REC.
           COPY DDS-ALL-FORMATS OF CUSTOUTF.

       FD  CUSTSUBPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTSUBPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTSUBPF.

       FD  CUSTSUBSPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTSUBSPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTSUBSPF.

       FD  LOGSUMPF
           LABEL RECORDS ARE STANDARD.
       01  LOGSUMPF-REC.
           COPY DDS-ALL-FORMATS OF LOGSUMPF.

       FD  OPSTGTPF
           LABEL RECORDS ARE STANDARD.
       01  OPSTGTPF-REC.
           COPY DDS-ALL-FORMATS OF OPSTGTPF.

       FD  OPSSCRPF
           LABEL RECORDS ARE STANDARD.
       01  OPSSCRPF-REC.
           COPY DDS-ALL-FORMATS OF OPSSCRPF.

       FD  KIFTPMSUM
           LABEL RECORDS ARE STANDARD.
       01  KIFTPMSUM-REC.
           COPY DDS-ALL-FORMATS OF KIFTPMSUM.

       FD  OPSSCRLST
           LABEL RECORDS ARE OMITTED.
       01  OPSSCRLST-REC            PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-FILE-SW         PIC 1   VALUE B"0".
               88  NOT-EOF-FILE            VALUE B"0".
               88  EOF-FILE                VALUE B"1".

       01  MONTH-WORK.
           05  WS-MONTH-X          PIC X(6).
           05  WS-MONTH            PIC 9(6).
           05  WS-MONTH-PARTS REDEFINES WS-MONTH.
               10  WS-MONTH-CCYY   PIC 9(4).
               10  WS-MONTH-MM     PIC 9(2).
           05  WS-PREV-MONTH       PIC 9(6).
           05  WS-PREV-PARTS REDEFINES WS-PREV-MONTH.
               10  WS-PREV-CCYY    PIC 9(4).
               10  WS-PREV-MM      PIC 9(2).
           05  WS-PREV2-MONTH      PIC 9(6).
           05  WS-ROW-MONTH        PIC 9(6).
           05  WS-ROW-DAY          PIC 9(2).
           05  WS-RUN-TS           PIC X(21).

       01  END-TIME-WORK.
           05  WS-RUN-INT          PIC S9(9).
           05  WS-END-INT          PIC S9(9).
           05  WS-END-MIN          PIC S9(9).
           05  WS-HOURS            PIC S9(5).
           05  WS-MINUTES          PIC S9(5).

      *          Latest step end of each run date of the month, in
      *          minutes past the run date's midnight.
       01  NIGHT-TABLE.
           05  NT-ENTRY OCCURS 31 TIMES.
               10  NT-SET          PIC X(1).
               10  NT-END-MIN      PIC S9(7).
       01  NT-IX                   PIC S9(3) BINARY.

       01  MONTH-ACCUM.
           05  WS-NIGHTS           PIC 9(9) VALUE ZEROES.
           05  WS-END-TOTAL        PIC 9(11) VALUE ZEROES.
           05  WS-END-LATEST       PIC S9(7) VALUE ZEROES.
           05  WS-END-AVG          PIC S9(7) VALUE ZEROES.
           05  WS-STEP-ROWS        PIC 9(9) VALUE ZEROES.
           05  WS-STEP-FAILED      PIC 9(9) VALUE ZEROES.
           05  WS-STEP-STUCK       PIC 9(9) VALUE ZEROES.
           05  WS-PURGE-RUNS       PIC 9(9) VALUE ZEROES.
           05  WS-PURGE-DELETED    PIC 9(9) VALUE ZEROES.
           05  WS-PURGE-FAILED     PIC 9(9) VALUE ZEROES.
           05  WS-ALERTS           PIC 9(9) VALUE ZEROES.
           05  WS-ALERTS-CRIT      PIC 9(9) VALUE ZEROES.
           05  WS-XFR-TOTAL        PIC 9(9) VALUE ZEROES.
           05  WS-XFR-DONE         PIC 9(9) VALUE ZEROES.
           05  WS-XFR-LIVE-DONE    PIC 9(9) VALUE ZEROES.
           05  WS-XFR-ACKED        PIC 9(9) VALUE ZEROES.
           05  WS-ARC-REPORTS      PIC 9(9) VALUE ZEROES.
           05  WS-ARC-PAGES        PIC 9(9) VALUE ZEROES.
           05  WS-NOTIFIED         PIC 9(9) VALUE ZEROES.
           05  WS-EXP-EXPECTED     PIC 9(9) VALUE ZEROES.
           05  WS-EXP-DONE         PIC 9(9) VALUE ZEROES.
           05  WS-PTN-ROWS         PIC 9(9) VALUE ZEROES.
           05  WS-PTN-FILES        PIC 9(9) VALUE ZEROES.
           05  WS-PTN-BREACH       PIC 9(9) VALUE ZEROES.
           05  WS-MISSED-COUNT     PIC 9(3) VALUE ZEROES.

      *          Active export subscribers.
       01  SUB-TABLE.
           05  SUB-COUNT           PIC S9(3) BINARY VALUE ZEROES.
           05  SUB-ENTRY OCCURS 50 TIMES INDEXED BY SUB-IX.
               10  SUB-T-ID        PIC X(10).

      *          The measures in report order - code, description,
      *          unit ("N" count, "P" percentage, "T" HHMM time).
       01  MEASURE-VALUES.
           05  FILLER              PIC X(47) VALUE
               "CHNENDAVG AVERAGE CHAIN END                   T".
           05  FILLER              PIC X(47) VALUE
               "CHNENDMAX LATEST CHAIN END                    T".
           05  FILLER              PIC X(47) VALUE
               "CHNFAIL   STEPS FAILED OR NOT STARTED         N".
           05  FILLER              PIC X(47) VALUE
               "CHNSTUCK  STEPS STUCK (WATCHDOG)              N".
           05  FILLER              PIC X(47) VALUE
               "ALRCRIT   CRITICAL ALERTS RAISED              N".
           05  FILLER              PIC X(47) VALUE
               "XFRPCT    TRANSFERS COMPLETED %               P".
           05  FILLER              PIC X(47) VALUE
               "XFRACKPCT TRANSFERS ACKNOWLEDGED %            P".
           05  FILLER              PIC X(47) VALUE
               "PRGFILES  SPOOLED FILES PURGED                N".
           05  FILLER              PIC X(47) VALUE
               "PRGFAIL   SPOOLED FILE PURGE FAILURES         N".
           05  FILLER              PIC X(47) VALUE
               "ARCPAGES  PAGES ARCHIVED BY THE PURGE         N".
           05  FILLER              PIC X(47) VALUE
               "CUSTCHG   CUSTOMER CHANGES NOTIFIED           N".
           05  FILLER              PIC X(47) VALUE
               "CUSTEXPPCTCUSTOMER CHANGES EXPORTED %         P".
           05  FILLER              PIC X(47) VALUE
               "XFRBREACH ACKNOWLEDGMENT SLA BREACHES         N".
       01  MEASURE-TABLE REDEFINES MEASURE-VALUES.
           05  MS-DEF OCCURS 13 TIMES.
               10  MS-CODE         PIC X(10).
               10  MS-DESC         PIC X(36).
               10  MS-UNIT         PIC X(1).

      *          The figures per measure: this month, the two
      *          before, and the target judged against.
       01  FIGURE-TABLE.
           05  FG-ENTRY OCCURS 13 TIMES.
               10  FG-SET          PIC X(1).
               10  FG-ACTUAL       PIC S9(7)V99.
               10  FG-BASIS        PIC 9(9).
               10  FG-TARGET       PIC S9(7)V99.
               10  FG-DIR          PIC X(1).
               10  FG-MISSED       PIC X(1).
               10  FG-P1-SET       PIC X(1).
               10  FG-P1-ACTUAL    PIC S9(7)V99.
               10  FG-P1-MISSED    PIC X(1).
               10  FG-P2-SET       PIC X(1).
               10  FG-P2-ACTUAL    PIC S9(7)V99.
               10  FG-P2-MISSED    PIC X(1).
       01  MS-IX                   PIC S9(3) BINARY.
       01  MS-COUNT                PIC S9(3) BINARY VALUE 13.

       01  FORMAT-WORK.
           05  WS-FMT-SET          PIC X(1).
           05  WS-FMT-UNIT         PIC X(1).
           05  WS-FMT-VALUE        PIC S9(7)V99.
           05  WS-FMT-TEXT         PIC X(10).
           05  WS-FMT-COUNT        PIC Z(8)9.
           05  WS-FMT-PCT          PIC ZZ9.99.
           05  WS-FMT-HH           PIC Z9.
           05  WS-FMT-MM           PIC 99.
           05  WS-FMT-HHMM         PIC 9(5).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "MONTHLY OPERATIONS SCORECARD".
               10  FILLER           PIC X(07) VALUE "MONTH ".
               10  HDR-MONTH        PIC 9(6).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(37) VALUE "MEASURE".
               10  FILLER           PIC X(04) VALUE SPACES.
               10  COL-PREV2        PIC 9(6).
               10  FILLER           PIC X(05) VALUE SPACES.
               10  COL-PREV         PIC 9(6).
               10  FILLER           PIC X(05) VALUE SPACES.
               10  COL-MONTH        PIC 9(6).
               10  FILLER           PIC X(05) VALUE SPACES.
               10  FILLER           PIC X(06) VALUE "TARGET".
               10  FILLER           PIC X(11) VALUE "      BASIS".
               10  FILLER           PIC X(02) VALUE SPACES.
               10  FILLER           PIC X(07) VALUE "TREND".
               10  FILLER           PIC X(26) VALUE "FLAG".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-DESC         PIC X(36).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-PREV2        PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-PREV         PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-ACTUAL       PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-TARGET       PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-BASIS        PIC Z(8)9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-TREND        PIC X(06).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-FLAG         PIC X(30).
           05  NOTE-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  NOTE-TEXT        PIC X(100).
           05  END-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(22)
                   VALUE "MEASURES MISSED:".
               10  END-MISSED       PIC ZZ9.
               10  FILLER           PIC X(04) VALUE " OF ".
               10  END-COUNT        PIC ZZ9.

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
           IF WS-PREV-MM = 1
              COMPUTE WS-PREV2-MONTH = (WS-PREV-CCYY - 1) * 100 + 12
           ELSE
              COMPUTE WS-PREV2-MONTH = WS-PREV-MONTH - 1
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS.

           PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > 31
              MOVE "N"    TO NT-SET(NT-IX)
              MOVE ZEROES TO NT-END-MIN(NT-IX)
           END-PERFORM.

           OPEN INPUT  LOGSUMPF
                       OPSTGTPF.
           OPEN I-O    OPSSCRPF.
           OPEN OUTPUT OPSSCRLST.

           PERFORM 1000-CHAIN-HISTORY.
           PERFORM 1300-ALERTS.
           PERFORM 1400-TRANSFERS.
           PERFORM 1500-ARCHIVE.
           PERFORM 1600-CUSTOMER-CHANGES.
           PERFORM 1700-PARTNER-SUMMARY.

           PERFORM 2000-SET-FIGURES.

           PERFORM VARYING MS-IX FROM 1 BY 1 UNTIL MS-IX > MS-COUNT
              PERFORM 3000-JUDGE-MEASURE
              PERFORM 3100-STORE-MEASURE
           END-PERFORM.

           PERFORM 4000-PRINT-SCORECARD.

           CLOSE LOGSUMPF
                 OPSTGTPF
                 OPSSCRPF
                 OPSSCRLST.

           DISPLAY "OPSSCRCBL: month " WS-MONTH ", "
                   WS-MISSED-COUNT " of " MS-COUNT
                   " measures missed target".

           GOBACK.

      *================================================================
      *  The purge step's row is recognised by the counts NITEBATCH
      *  writes for SPLFPRGE: "SEL n DLT n FAIL n".
      *================================================================

       1000-CHAIN-HISTORY.

           OPEN INPUT BATCHHST.

           SET NOT-EOF-FILE TO TRUE.
           PERFORM UNTIL EOF-FILE
              READ BATCHHST
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    COMPUTE WS-ROW-MONTH = HSTRUNDT OF BATCHHST-REC
                                         / 100
                    IF WS-ROW-MONTH = WS-MONTH
                       PERFORM 1100-NOTE-STEP-ROW
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE BATCHHST.

           PERFORM 1200-CHAIN-END-TIMES.

      *================================================================

       1100-NOTE-STEP-ROW.

           ADD 1 TO WS-STEP-ROWS.

           EVALUATE HSTOUTCOME OF BATCHHST-REC
              WHEN "F"
              WHEN "L"
                 ADD 1 TO WS-STEP-FAILED
              WHEN "W"
                 ADD 1 TO WS-STEP-STUCK
           END-EVALUATE.

           IF HSTCOUNTS OF BATCHHST-REC(1:4)   = "SEL "
           AND HSTCOUNTS OF BATCHHST-REC(13:5) = " DLT "
              ADD 1 TO WS-PURGE-RUNS
              IF HSTCOUNTS OF BATCHHST-REC(19:7) IS NUMERIC
                 ADD FUNCTION NUMVAL(HSTCOUNTS OF BATCHHST-REC(18:8))
                    TO WS-PURGE-DELETED
              END-IF
              IF HSTCOUNTS OF BATCHHST-REC(33:7) IS NUMERIC
                 ADD FUNCTION NUMVAL(HSTCOUNTS OF BATCHHST-REC(32:8))
                    TO WS-PURGE-FAILED
              END-IF
           END-IF.

      *          A watchdog row marks a step still running, not an
      *          end, and a lock skip or failure a step that never
      *          started - all are left out of the end times.
           IF HSTOUTCOME OF BATCHHST-REC NOT = "W"
           AND HSTOUTCOME OF BATCHHST-REC NOT = "L"
           AND HSTOUTCOME OF BATCHHST-REC NOT = "F"
           AND HSTENDTS OF BATCHHST-REC(1:12) IS NUMERIC
              COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(
                  HSTRUNDT OF BATCHHST-REC)
              COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(HSTENDTS OF BATCHHST-REC(1:8)))
              COMPUTE WS-END-MIN =
                  (WS-END-INT - WS-RUN-INT) * 1440
                  + FUNCTION NUMVAL(HSTENDTS OF BATCHHST-REC(9:2)) * 60
                  + FUNCTION NUMVAL(HSTENDTS OF BATCHHST-REC(11:2))
              COMPUTE WS-ROW-DAY = FUNCTION MOD(
                  HSTRUNDT OF BATCHHST-REC, 100)
              IF WS-ROW-DAY >= 1 AND WS-ROW-DAY <= 31
              AND WS-END-MIN >= ZEROES
                 IF NT-SET(WS-ROW-DAY) = "N"
                 OR WS-END-MIN > NT-END-MIN(WS-ROW-DAY)
                    MOVE "Y"        TO NT-SET(WS-ROW-DAY)
                    MOVE WS-END-MIN TO NT-END-MIN(WS-ROW-DAY)
                 END-IF
              END-IF
           END-IF.

      *================================================================

       1200-CHAIN-END-TIMES.

           PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > 31
              IF NT-SET(NT-IX) = "Y"
                 ADD 1 TO WS-NIGHTS
                 ADD NT-END-MIN(NT-IX) TO WS-END-TOTAL
                 IF NT-END-MIN(NT-IX) > WS-END-LATEST
                    MOVE NT-END-MIN(NT-IX) TO WS-END-LATEST
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-NIGHTS > ZEROES
              COMPUTE WS-END-AVG ROUNDED = WS-END-TOTAL / WS-NIGHTS
           END-IF.

      *================================================================

       1300-ALERTS.

           OPEN INPUT ALERTLOG.

           SET NOT-EOF-FILE TO TRUE.
           MOVE ZEROES TO ALID OF ALERTLOG-REC.
           START ALERTLOG KEY IS NOT LESS THAN ALID OF ALERTLOG-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ ALERTLOG NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF ALTS OF ALERTLOG-REC(1:6) = WS-MONTH-X
                       ADD 1 TO WS-ALERTS
                       IF ALSEV OF ALERTLOG-REC = "C"
                       AND ALACK OF ALERTLOG-REC NOT = "S"
                          ADD 1 TO WS-ALERTS-CRIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE ALERTLOG.

           SET NOT-EOF-FILE TO TRUE.
           MOVE LOW-VALUES TO LSKEY   OF LOGSUMPF-REC.
           MOVE "ALERTLOG" TO LSFILE  OF LOGSUMPF-REC.
           MOVE WS-MONTH   TO LSMONTH OF LOGSUMPF-REC.
           START LOGSUMPF KEY IS NOT LESS THAN LSKEY OF LOGSUMPF-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ LOGSUMPF NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF LSFILE  OF LOGSUMPF-REC = "ALERTLOG"
                    AND LSMONTH OF LOGSUMPF-REC = WS-MONTH
                       ADD LSCOUNT OF LOGSUMPF-REC TO WS-ALERTS
                       IF LSCAT OF LOGSUMPF-REC(12:1) = "C"
                          ADD LSCOUNT OF LOGSUMPF-REC
                             TO WS-ALERTS-CRIT
                       END-IF
                    ELSE
                       SET EOF-FILE TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1400-TRANSFERS.

           OPEN INPUT KIFTPSTS-FILE.

           SET NOT-EOF-FILE TO TRUE.
           PERFORM UNTIL EOF-FILE
              READ KIFTPSTS-FILE
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF STSTS OF KIFTPSTS-REC(1:6) = WS-MONTH-X
                       ADD 1 TO WS-XFR-TOTAL
                       IF STSSTAT OF KIFTPSTS-REC = "Y"
                          ADD 1 TO WS-XFR-DONE
                                   WS-XFR-LIVE-DONE
                          IF STSACK OF KIFTPSTS-REC = "Y"
                             ADD 1 TO WS-XFR-ACKED
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE KIFTPSTS-FILE.

           SET NOT-EOF-FILE TO TRUE.
           MOVE LOW-VALUES TO LSKEY   OF LOGSUMPF-REC.
           MOVE "KIFTPSTS" TO LSFILE  OF LOGSUMPF-REC.
           MOVE WS-MONTH   TO LSMONTH OF LOGSUMPF-REC.
           START LOGSUMPF KEY IS NOT LESS THAN LSKEY OF LOGSUMPF-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ LOGSUMPF NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF LSFILE  OF LOGSUMPF-REC = "KIFTPSTS"
                    AND LSMONTH OF LOGSUMPF-REC = WS-MONTH
                       ADD LSCOUNT OF LOGSUMPF-REC TO WS-XFR-TOTAL
                       IF LSCAT OF LOGSUMPF-REC(12:1) = "Y"
                          ADD LSCOUNT OF LOGSUMPF-REC TO WS-XFR-DONE
                       END-IF
                    ELSE
                       SET EOF-FILE TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1500-ARCHIVE.

           OPEN INPUT SPLFARCH.

           SET NOT-EOF-FILE TO TRUE.
           MOVE LOW-VALUES TO ARCKEY OF SPLFARCH-REC.
           START SPLFARCH KEY IS NOT LESS THAN ARCKEY OF SPLFARCH-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ SPLFARCH NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    COMPUTE WS-ROW-MONTH = ARCPRGDT OF SPLFARCH-REC
                                         / 100
                    IF WS-ROW-MONTH = WS-MONTH
                       ADD 1 TO WS-ARC-REPORTS
                       IF ARCTOTPG OF SPLFARCH-REC > ZEROES
                          ADD ARCTOTPG OF SPLFARCH-REC TO WS-ARC-PAGES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE SPLFARCH.

      *================================================================
      *  A notification counts as exported to a subscriber once its
      *  CUSTSUBSPF row is "E"; no row is not picked up yet.
      *  Notifications still carrying id zero predate the
      *  per-subscriber rows and cannot be matched, so they count
      *  as notified only.
      *================================================================

       1600-CUSTOMER-CHANGES.

           OPEN INPUT CUSTSUBPF
                      CUSTSUBSPF
                      CUSTOUTF.

           SET NOT-EOF-FILE TO TRUE.
           MOVE LOW-VALUES TO SUBID OF CUSTSUBPF-REC.
           START CUSTSUBPF KEY IS NOT LESS THAN SUBID OF CUSTSUBPF-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ CUSTSUBPF NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF SUBACT OF CUSTSUBPF-REC = "Y"
                    AND SUB-COUNT < 50
                       ADD 1 TO SUB-COUNT
                       SET SUB-IX TO SUB-COUNT
                       MOVE SUBID OF CUSTSUBPF-REC TO SUB-T-ID(SUB-IX)
                    END-IF
              END-READ
           END-PERFORM.

           SET NOT-EOF-FILE TO TRUE.
           PERFORM UNTIL EOF-FILE
              READ CUSTOUTF
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF NOTTS OF CUSTOUTF-REC(1:6) = WS-MONTH-X
                       ADD 1 TO WS-NOTIFIED
                       IF NOTID OF CUSTOUTF-REC NOT = ZEROES
                          PERFORM 1610-CHECK-NOTIFICATION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CUSTSUBPF
                 CUSTSUBSPF
                 CUSTOUTF.

      *================================================================

       1610-CHECK-NOTIFICATION.

           PERFORM VARYING SUB-IX FROM 1 BY 1
                     UNTIL SUB-IX > SUB-COUNT
              ADD 1 TO WS-EXP-EXPECTED
              MOVE SUB-T-ID(SUB-IX)     TO SBSSUBID OF CUSTSUBSPF-REC
              MOVE NOTID OF CUSTOUTF-REC TO SBSNOTID OF CUSTSUBSPF-REC
              READ CUSTSUBSPF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SBSSTAT OF CUSTSUBSPF-REC = "E"
                       ADD 1 TO WS-EXP-DONE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  KIFTPMSUM is keyed month first, one row per profile.
      *================================================================

       1700-PARTNER-SUMMARY.

           OPEN INPUT KIFTPMSUM.

           SET NOT-EOF-FILE TO TRUE.
           MOVE LOW-VALUES TO MSKEY   OF KIFTPMSUM-REC.
           MOVE WS-MONTH   TO MSMONTH OF KIFTPMSUM-REC.
           START KIFTPMSUM KEY IS NOT LESS THAN MSKEY OF KIFTPMSUM-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ KIFTPMSUM NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF MSMONTH OF KIFTPMSUM-REC = WS-MONTH
                       ADD 1 TO WS-PTN-ROWS
                       ADD MSFILES  OF KIFTPMSUM-REC TO WS-PTN-FILES
                       ADD MSBREACH OF KIFTPMSUM-REC TO WS-PTN-BREACH
                    ELSE
                       SET EOF-FILE TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE KIFTPMSUM.

      *================================================================
      *  Figures in measure order. Times are HHMM past the run
      *  date's midnight; a share of nothing has no figure.
      *================================================================

       2000-SET-FIGURES.

           PERFORM VARYING MS-IX FROM 1 BY 1 UNTIL MS-IX > MS-COUNT
              MOVE "N"    TO FG-SET(MS-IX)
              MOVE ZEROES TO FG-ACTUAL(MS-IX)
                             FG-BASIS(MS-IX)
           END-PERFORM.

           IF WS-NIGHTS > ZEROES
              MOVE WS-END-AVG TO WS-END-MIN
              PERFORM 2100-MINUTES-TO-HHMM
              MOVE "Y"        TO FG-SET(1)
              MOVE WS-FMT-HHMM TO FG-ACTUAL(1)
              MOVE WS-END-LATEST TO WS-END-MIN
              PERFORM 2100-MINUTES-TO-HHMM
              MOVE "Y"        TO FG-SET(2)
              MOVE WS-FMT-HHMM TO FG-ACTUAL(2)
           END-IF.
           MOVE WS-NIGHTS       TO FG-BASIS(1) FG-BASIS(2).

           MOVE "Y"             TO FG-SET(3) FG-SET(4).
           MOVE WS-STEP-FAILED  TO FG-ACTUAL(3).
           MOVE WS-STEP-STUCK   TO FG-ACTUAL(4).
           MOVE WS-STEP-ROWS    TO FG-BASIS(3) FG-BASIS(4).

           MOVE "Y"             TO FG-SET(5).
           MOVE WS-ALERTS-CRIT  TO FG-ACTUAL(5).
           MOVE WS-ALERTS       TO FG-BASIS(5).

           IF WS-XFR-TOTAL > ZEROES
              MOVE "Y" TO FG-SET(6)
              COMPUTE FG-ACTUAL(6) ROUNDED =
                  WS-XFR-DONE * 100 / WS-XFR-TOTAL
           END-IF.
           MOVE WS-XFR-TOTAL    TO FG-BASIS(6).

           IF WS-XFR-LIVE-DONE > ZEROES
              MOVE "Y" TO FG-SET(7)
              COMPUTE FG-ACTUAL(7) ROUNDED =
                  WS-XFR-ACKED * 100 / WS-XFR-LIVE-DONE
           END-IF.
           MOVE WS-XFR-LIVE-DONE TO FG-BASIS(7).

           MOVE "Y"              TO FG-SET(8) FG-SET(9).
           MOVE WS-PURGE-DELETED TO FG-ACTUAL(8).
           MOVE WS-PURGE-FAILED  TO FG-ACTUAL(9).
           MOVE WS-PURGE-RUNS    TO FG-BASIS(8) FG-BASIS(9).

           MOVE "Y"             TO FG-SET(10).
           MOVE WS-ARC-PAGES    TO FG-ACTUAL(10).
           MOVE WS-ARC-REPORTS  TO FG-BASIS(10).

           MOVE "Y"             TO FG-SET(11).
           MOVE WS-NOTIFIED     TO FG-ACTUAL(11).
           MOVE WS-NOTIFIED     TO FG-BASIS(11).

           IF WS-EXP-EXPECTED > ZEROES
              MOVE "Y" TO FG-SET(12)
              COMPUTE FG-ACTUAL(12) ROUNDED =
                  WS-EXP-DONE * 100 / WS-EXP-EXPECTED
           END-IF.
           MOVE WS-EXP-EXPECTED TO FG-BASIS(12).

           IF WS-PTN-ROWS > ZEROES
              MOVE "Y" TO FG-SET(13)
              MOVE WS-PTN-BREACH TO FG-ACTUAL(13)
           END-IF.
           MOVE WS-PTN-FILES    TO FG-BASIS(13).

      *================================================================

       2100-MINUTES-TO-HHMM.

           DIVIDE WS-END-MIN BY 60 GIVING WS-HOURS
                                   REMAINDER WS-MINUTES.
           COMPUTE WS-FMT-HHMM = WS-HOURS * 100 + WS-MINUTES.

      *================================================================
      *  The target in force now is the one this month is judged
      *  against; the two months before keep the verdict they were
      *  stored with.
      *================================================================

       3000-JUDGE-MEASURE.

           MOVE ZEROES TO FG-TARGET(MS-IX).
           MOVE SPACES TO FG-DIR(MS-IX)
                          FG-MISSED(MS-IX).

           MOVE MS-CODE(MS-IX) TO OTMEAS OF OPSTGTPF-REC.
           READ OPSTGTPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OTACT OF OPSTGTPF-REC = "Y"
                 AND (OTDIR OF OPSTGTPF-REC = "L"
                   OR OTDIR OF OPSTGTPF-REC = "H")
                    MOVE OTTARGET OF OPSTGTPF-REC TO FG-TARGET(MS-IX)
                    MOVE OTDIR    OF OPSTGTPF-REC TO FG-DIR(MS-IX)
                 END-IF
           END-READ.

           IF FG-DIR(MS-IX) NOT = SPACES
           AND FG-SET(MS-IX) = "Y"
              MOVE "N" TO FG-MISSED(MS-IX)
              IF FG-DIR(MS-IX) = "L"
              AND FG-ACTUAL(MS-IX) > FG-TARGET(MS-IX)
                 MOVE "Y" TO FG-MISSED(MS-IX)
              END-IF
              IF FG-DIR(MS-IX) = "H"
              AND FG-ACTUAL(MS-IX) < FG-TARGET(MS-IX)
                 MOVE "Y" TO FG-MISSED(MS-IX)
              END-IF
              IF FG-MISSED(MS-IX) = "Y"
                 ADD 1 TO WS-MISSED-COUNT
              END-IF
           END-IF.

           MOVE "N"    TO FG-P1-SET(MS-IX) FG-P2-SET(MS-IX).
           MOVE ZEROES TO FG-P1-ACTUAL(MS-IX) FG-P2-ACTUAL(MS-IX).
           MOVE SPACES TO FG-P1-MISSED(MS-IX) FG-P2-MISSED(MS-IX).

           MOVE WS-PREV-MONTH  TO OSMONTH OF OPSSCRPF-REC.
           MOVE MS-CODE(MS-IX) TO OSMEAS  OF OPSSCRPF-REC.
           READ OPSSCRPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OSBASIS OF OPSSCRPF-REC > ZEROES
                 OR MS-UNIT(MS-IX) = "N"
                    MOVE "Y" TO FG-P1-SET(MS-IX)
                 END-IF
                 MOVE OSACTUAL OF OPSSCRPF-REC TO FG-P1-ACTUAL(MS-IX)
                 MOVE OSMISSED OF OPSSCRPF-REC TO FG-P1-MISSED(MS-IX)
           END-READ.

           MOVE WS-PREV2-MONTH TO OSMONTH OF OPSSCRPF-REC.
           MOVE MS-CODE(MS-IX) TO OSMEAS  OF OPSSCRPF-REC.
           READ OPSSCRPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OSBASIS OF OPSSCRPF-REC > ZEROES
                 OR MS-UNIT(MS-IX) = "N"
                    MOVE "Y" TO FG-P2-SET(MS-IX)
                 END-IF
                 MOVE OSACTUAL OF OPSSCRPF-REC TO FG-P2-ACTUAL(MS-IX)
                 MOVE OSMISSED OF OPSSCRPF-REC TO FG-P2-MISSED(MS-IX)
           END-READ.

      *================================================================

       3100-STORE-MEASURE.

           MOVE WS-MONTH          TO OSMONTH  OF OPSSCRPF-REC.
           MOVE MS-CODE(MS-IX)    TO OSMEAS   OF OPSSCRPF-REC.
           MOVE FG-ACTUAL(MS-IX)  TO OSACTUAL OF OPSSCRPF-REC.
           MOVE FG-TARGET(MS-IX)  TO OSTARGET OF OPSSCRPF-REC.
           MOVE FG-DIR(MS-IX)     TO OSDIR    OF OPSSCRPF-REC.
           MOVE FG-MISSED(MS-IX)  TO OSMISSED OF OPSSCRPF-REC.
           MOVE FG-BASIS(MS-IX)   TO OSBASIS  OF OPSSCRPF-REC.
           MOVE WS-RUN-TS         TO OSRUNTS  OF OPSSCRPF-REC.
           WRITE OPSSCRPF-REC
              INVALID KEY
                 REWRITE OPSSCRPF-REC
           END-WRITE.

      *================================================================

       4000-PRINT-SCORECARD.

           MOVE WS-MONTH TO HDR-MONTH.
           MOVE HDR-LINE TO OPSSCRLST-REC.
           WRITE OPSSCRLST-REC.
           MOVE SPACES TO OPSSCRLST-REC.
           WRITE OPSSCRLST-REC.

           MOVE WS-PREV2-MONTH TO COL-PREV2.
           MOVE WS-PREV-MONTH  TO COL-PREV.
           MOVE WS-MONTH       TO COL-MONTH.
           MOVE COL-LINE TO OPSSCRLST-REC.
           WRITE OPSSCRLST-REC.

           PERFORM VARYING MS-IX FROM 1 BY 1 UNTIL MS-IX > MS-COUNT
              PERFORM 4100-PRINT-MEASURE
           END-PERFORM.

           MOVE WS-MISSED-COUNT TO END-MISSED.
           MOVE MS-COUNT        TO END-COUNT.
           MOVE SPACES TO OPSSCRLST-REC.
           WRITE OPSSCRLST-REC.
           MOVE END-LINE TO OPSSCRLST-REC.
           WRITE OPSSCRLST-REC.

           MOVE SPACES TO OPSSCRLST-REC.
           WRITE OPSSCRLST-REC.
           MOVE "TIMES ARE HH:MM PAST THE RUN DATE'S MIDNIGHT - 26:30 IS
      -         " 02:30 THE NEXT MORNING" TO NOTE-TEXT.
           MOVE NOTE-LINE TO OPSSCRLST-REC.
           WRITE OPSSCRLST-REC.
           MOVE "BASIS - NIGHTS, STEP ROWS, ALERTS, TRANSFERS, PURGE RUN
      -         "S, REPORTS ARCHIVED, NOTIFICATIONS, EXPORTS DUE"
                                                    TO NOTE-TEXT.
           MOVE NOTE-LINE TO OPSSCRLST-REC.
           WRITE OPSSCRLST-REC.

      *================================================================

       4100-PRINT-MEASURE.

           MOVE SPACES TO DTL-LINE.
           MOVE MS-DESC(MS-IX)  TO DTL-DESC.
           MOVE MS-UNIT(MS-IX)  TO WS-FMT-UNIT.

           MOVE FG-P2-SET(MS-IX)    TO WS-FMT-SET.
           MOVE FG-P2-ACTUAL(MS-IX) TO WS-FMT-VALUE.
           PERFORM 4200-FORMAT-VALUE.
           MOVE WS-FMT-TEXT TO DTL-PREV2.

           MOVE FG-P1-SET(MS-IX)    TO WS-FMT-SET.
           MOVE FG-P1-ACTUAL(MS-IX) TO WS-FMT-VALUE.
           PERFORM 4200-FORMAT-VALUE.
           MOVE WS-FMT-TEXT TO DTL-PREV.

           MOVE FG-SET(MS-IX)       TO WS-FMT-SET.
           MOVE FG-ACTUAL(MS-IX)    TO WS-FMT-VALUE.
           PERFORM 4200-FORMAT-VALUE.
           MOVE WS-FMT-TEXT TO DTL-ACTUAL.

           IF FG-DIR(MS-IX) = SPACES
              MOVE "NO TARGET" TO DTL-TARGET
           ELSE
              MOVE "Y"              TO WS-FMT-SET
              MOVE FG-TARGET(MS-IX) TO WS-FMT-VALUE
              PERFORM 4200-FORMAT-VALUE
              IF FG-DIR(MS-IX) = "L"
                 MOVE "<" TO WS-FMT-TEXT(1:1)
              ELSE
                 MOVE ">" TO WS-FMT-TEXT(1:1)
              END-IF
              MOVE WS-FMT-TEXT TO DTL-TARGET
           END-IF.

           MOVE FG-BASIS(MS-IX) TO DTL-BASIS.

           PERFORM 4300-SET-TREND.

           EVALUATE TRUE
              WHEN FG-MISSED(MS-IX) = "Y"
              AND FG-P1-MISSED(MS-IX) = "Y"
              AND FG-P2-MISSED(MS-IX) = "Y"
                 MOVE "*** MISSED 3 MONTHS RUNNING" TO DTL-FLAG
              WHEN FG-MISSED(MS-IX) = "Y"
                 MOVE "*** MISSED TARGET" TO DTL-FLAG
              WHEN FG-SET(MS-IX) = "N"
                 MOVE "NO FIGURE THIS MONTH" TO DTL-FLAG
              WHEN OTHER
                 MOVE SPACES TO DTL-FLAG
           END-EVALUATE.

           MOVE DTL-LINE TO OPSSCRLST-REC.
           WRITE OPSSCRLST-REC.

      *================================================================

       4200-FORMAT-VALUE.

           MOVE SPACES TO WS-FMT-TEXT.

           IF WS-FMT-SET NOT = "Y"
              MOVE "         -" TO WS-FMT-TEXT
           ELSE
              EVALUATE WS-FMT-UNIT
                 WHEN "P"
                    MOVE WS-FMT-VALUE TO WS-FMT-PCT
                    MOVE WS-FMT-PCT   TO WS-FMT-TEXT(3:6)
                    MOVE "%"          TO WS-FMT-TEXT(9:1)
                 WHEN "T"
                    MOVE WS-FMT-VALUE TO WS-FMT-HHMM
                    DIVIDE WS-FMT-HHMM BY 100 GIVING WS-HOURS
                                          REMAINDER WS-MINUTES
                    MOVE WS-HOURS   TO WS-FMT-HH
                    MOVE WS-MINUTES TO WS-FMT-MM
                    MOVE WS-FMT-HH  TO WS-FMT-TEXT(5:2)
                    MOVE ":"        TO WS-FMT-TEXT(7:1)
                    MOVE WS-FMT-MM  TO WS-FMT-TEXT(8:2)
                 WHEN OTHER
                    MOVE WS-FMT-VALUE TO WS-FMT-COUNT
                    MOVE WS-FMT-COUNT TO WS-FMT-TEXT(2:9)
              END-EVALUATE
           END-IF.

      *================================================================
      *  Against last month: BETTER or WORSE where the target says
      *  which way is good, UP or DOWN where there is none.
      *================================================================

       4300-SET-TREND.

           MOVE SPACES TO DTL-TREND.

           IF FG-SET(MS-IX) = "Y"
           AND FG-P1-SET(MS-IX) = "Y"
              EVALUATE TRUE
                 WHEN FG-ACTUAL(MS-IX) = FG-P1-ACTUAL(MS-IX)
                    MOVE "SAME"   TO DTL-TREND
                 WHEN FG-DIR(MS-IX) = SPACES
                 AND FG-ACTUAL(MS-IX) > FG-P1-ACTUAL(MS-IX)
                    MOVE "UP"     TO DTL-TREND
                 WHEN FG-DIR(MS-IX) = SPACES
                    MOVE "DOWN"   TO DTL-TREND
                 WHEN FG-DIR(MS-IX) = "L"
                 AND FG-ACTUAL(MS-IX) < FG-P1-ACTUAL(MS-IX)
                    MOVE "BETTER" TO DTL-TREND
                 WHEN FG-DIR(MS-IX) = "H"
                 AND FG-ACTUAL(MS-IX) > FG-P1-ACTUAL(MS-IX)
                    MOVE "BETTER" TO DTL-TREND
                 WHEN OTHER
                    MOVE "WORSE"  TO DTL-TREND
              END-EVALUATE
           END-IF.
