       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOGRETCBL.

      *================================================================
      *  Housekeeping for the operational logs that are only ever
      *  written to - ALERTLOG, BATCHHST, KIFTPSTS and CURSORLOG -
      *  driven by one LOGRETPF policy row per log (days to keep,
      *  summarize first, archive file). Run as a nightly chain step
      *  (run-date/run-id shape, so NITEBATCH calls it without a
      *  dispatch change). For each log with an active policy, rows
      *  dated before run date minus LRDAYS are copied to the
      *  policy's archive file, added to the monthly LOGSUMPF
      *  summary, and removed - except rows something still
      *  depends on, which are kept whatever their age:
      *
      *    ALERTLOG  - any alert not yet acknowledged (ALACK not
      *                "Y"): it is still on the OPSCONCBL console
      *                and ALERTSWP may yet re-raise it - save one
      *                suppressed by a maintenance window (ALACK
      *                "S") whose window MNTWINCLS has closed
      *                (ALACKTS stamped);
      *    BATCHHST  - each step's latest execution, which NITEPLAN
      *                predicts the step's duration from;
      *    KIFTPSTS  - any transfer not confirmed by the partner
      *                (STSACK blank or "M"), and each file's latest
      *                confirmed send, the baseline KIFTPGEN's
      *                incremental generation compares against;
      *    CURSORLOG - nothing: readings are only compared within
      *                the windows CURSORCMP is asked for.
      *
      *  Rows are deleted in place rather than the logs being
      *  rebuilt (the AUDARCCBL way): NITEBATCH holds BATCHHST open
      *  for extend across the whole chain, and the monitors may
      *  have ALERTLOG open, so none of these can be cleared and
      *  re-created while the chain runs. A row with no readable
      *  date is kept. KIFTPRUNF is not one of these logs: it is
      *  the QTEMP run copy of the FTP script, re-created for each
      *  transfer, and carries the logon lines - it must never be
      *  copied anywhere.
      *
      *  The LOGRETLST report gives, per log, rows read, kept as
      *  recent, kept as still in use, archived and removed.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOGRETPF       ASSIGN  TO DATABASE-LOGRETPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         LRFILE.

           SELECT LOGSUMPF       ASSIGN  TO DATABASE-LOGSUMPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         LSKEY.

           SELECT ALERTLOG       ASSIGN  TO DATABASE-ALERTLOG
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ALID OF ALERTLOG-REC.

           SELECT BATCHHST       ASSIGN  TO DATABASE-BATCHHST
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT KIFTPSTS-FILE  ASSIGN  TO DATABASE-KIFTPSTS
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CURSORLOG      ASSIGN  TO DATABASE-CURSORLOG
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

      *          Archive files - each pointed by OVRDBF at the file
      *          the log's policy row names, for the run.

           SELECT LOGARCALR      ASSIGN  TO DATABASE-LOGARCALR
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT LOGARCHST      ASSIGN  TO DATABASE-LOGARCHST
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT LOGARCSTS      ASSIGN  TO DATABASE-LOGARCSTS
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT LOGARCCUR      ASSIGN  TO DATABASE-LOGARCCUR
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT LOGRETLST      ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  LOGRETPF
           LABEL RECORDS ARE STANDARD.
       01  LOGRETPF-REC.
           COPY DDS-ALL-FORMATS OF LOGRETPF.

       FD  LOGSUMPF
           LABEL RECORDS ARE STANDARD.
       01  LOGSUMPF-REC.
           COPY DDS-ALL-FORMATS OF LOGSUMPF.

       FD  ALERTLOG
           LABEL RECORDS ARE STANDARD.
       01  ALERTLOG-REC.
           COPY DDS-ALL-FORMATS OF ALERTLOG.

       FD  BATCHHST
           LABEL RECORDS ARE STANDARD.
       01  BATCHHST-REC.
           COPY DDS-ALL-FORMATS OF BATCHHST.

       FD  KIFTPSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPSTS-REC.
           COPY DDS-ALL-FORMATS OF KIFTPSTS.

       FD  CURSORLOG
           LABEL RECORDS ARE STANDARD.
       01  CURSORLOG-REC.
           COPY DDS-ALL-FORMATS OF CURSORLOG.

       FD  LOGARCALR
           LABEL RECORDS ARE STANDARD.
       01  LOGARCALR-REC.
           COPY DDS-ALL-FORMATS OF ALERTLOG.

       FD  LOGARCHST
           LABEL RECORDS ARE STANDARD.
       01  LOGARCHST-REC.
           COPY DDS-ALL-FORMATS OF BATCHHST.

       FD  LOGARCSTS
           LABEL RECORDS ARE STANDARD.
       01  LOGARCSTS-REC.
           COPY DDS-ALL-FORMATS OF KIFTPSTS.

       FD  LOGARCCUR
           LABEL RECORDS ARE STANDARD.
       01  LOGARCCUR-REC.
           COPY DDS-ALL-FORMATS OF CURSORLOG.

       FD  LOGRETLST
           LABEL RECORDS ARE OMITTED.
       01  LOGRETLST-REC            PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-LOG-SW          PIC 1   VALUE B"0".
               88  NOT-EOF-LOG             VALUE B"0".
               88  EOF-LOG                 VALUE B"1".
           05  POLICY-SW           PIC 1   VALUE B"0".
               88  POLICY-ACTIVE           VALUE B"1".
               88  NO-POLICY               VALUE B"0".
           05  ARCHIVE-SW          PIC 1   VALUE B"0".
               88  ARCHIVE-WANTED          VALUE B"1".
               88  ARCHIVE-NOT-WANTED      VALUE B"0".
           05  LOG-REFUSED-SW      PIC 1   VALUE B"0".
               88  LOG-REFUSED             VALUE B"1".
               88  LOG-ACCEPTED            VALUE B"0".
           05  ROW-IN-USE-SW       PIC 1   VALUE B"0".
               88  ROW-IN-USE              VALUE B"1".
               88  ROW-NOT-IN-USE          VALUE B"0".
           05  ROW-DATED-SW        PIC 1   VALUE B"0".
               88  ROW-DATED               VALUE B"1".
               88  ROW-UNDATED             VALUE B"0".
           05  MEASURE-SW          PIC 1   VALUE B"0".
               88  MEASURE-OK              VALUE B"1".
               88  MEASURE-BAD             VALUE B"0".

       01  DATE-WORK.
           05  WS-RUN-INT          PIC S9(9).
           05  WS-CUTOFF-INT       PIC S9(9).
           05  WS-CUTOFF-CCYYMMDD  PIC 9(8).
           05  WS-ROW-DATE         PIC 9(8).

      *          Start/end stamps of a BATCHHST row, for the run
      *          minutes the summary carries (BATCHDRFT's
      *          arithmetic).

       01  DURATION-WORK.
           05  WS-TS-WORK          PIC X(14).
           05  WS-TS-PARTS REDEFINES WS-TS-WORK.
               10  WS-TS-DATE      PIC 9(8).
               10  WS-TS-HH        PIC 9(2).
               10  WS-TS-MM        PIC 9(2).
               10  FILLER          PIC X(2).
           05  WS-STR-INT          PIC S9(9).
           05  WS-END-INT          PIC S9(9).
           05  WS-STR-MIN          PIC S9(9).
           05  WS-END-MIN          PIC S9(9).
           05  WS-DUR-MIN          PIC S9(9).

       01  LOG-COUNTERS.
           05  WS-READ-COUNT       PIC S9(9) VALUE ZEROES.
           05  WS-RECENT-COUNT     PIC S9(9) VALUE ZEROES.
           05  WS-INUSE-COUNT      PIC S9(9) VALUE ZEROES.
           05  WS-ARCH-COUNT       PIC S9(9) VALUE ZEROES.
           05  WS-REMOVED-COUNT    PIC S9(9) VALUE ZEROES.
           05  WS-TOTAL-REMOVED    PIC S9(9) VALUE ZEROES.

       01  LOG-WORK.
           05  WS-LOG-FILE         PIC X(10).
           05  WS-ARC-LOGICAL      PIC X(10).
           05  WS-LOG-NOTE         PIC X(50).
           05  WS-SUM-MONTH        PIC 9(6).
           05  WS-SUM-CAT          PIC X(20).
           05  WS-SUM-MEASURE      PIC 9(11).

      *          Latest row per step (BATCHHST) or per file
      *          (KIFTPSTS), found by a first pass over the log -
      *          those rows are kept as still in use.

       01  LATEST-TABLE.
           05  LT-ENTRY OCCURS 300 TIMES INDEXED BY LT-IDX.
               10  LT-KEY           PIC X(10).
               10  LT-TS            PIC X(21).
       01  LT-COUNT                 PIC S9(5) BINARY VALUE ZEROES.
       01  WS-LT-KEY                PIC X(10).
       01  WS-LT-TS                 PIC X(21).
       01  LT-FOUND-SW              PIC 1   VALUE B"0".
           88  LT-FOUND                     VALUE B"1".
           88  LT-NOT-FOUND                 VALUE B"0".

       01  CHKOBJ-PARM.
           05  CHKOBJ-NAME                 PIC X(10).
           05  CHKOBJ-LIB                  PIC X(10).
           05  CHKOBJ-TYPE                 PIC X(10).
           05  CHKOBJ-FOUND                PIC X(01).
           05  CHKOBJ-MSG                  PIC X(50).

       01  RET-CMD.
           05  RET-CMD-TEXT         PIC X(256) VALUE SPACES.
           05  RET-CMD-LEN          PIC S9(9) BINARY.

       COPY QUSEC OF QSYSINC-QLBLSRC.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "OPERATIONAL LOG RETENTION".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUNDT        PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "LOG FILE".
               10  FILLER           PIC X(07) VALUE " DAYS".
               10  FILLER           PIC X(11) VALUE "       READ".
               10  FILLER           PIC X(11) VALUE "     RECENT".
               10  FILLER           PIC X(11) VALUE "     IN USE".
               10  FILLER           PIC X(11) VALUE "   ARCHIVED".
               10  FILLER           PIC X(11) VALUE "    REMOVED".
               10  FILLER           PIC X(02) VALUE SPACES.
               10  FILLER           PIC X(04) VALUE "NOTE".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-FILE         PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-DAYS         PIC ZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-READ         PIC ZZZZZZZZZ9.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-RECENT       PIC ZZZZZZZZZ9.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-INUSE        PIC ZZZZZZZZZ9.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-ARCH         PIC ZZZZZZZZZ9.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-REMOVED      PIC ZZZZZZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-NOTE         PIC X(50).

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(08).
       01  LINK-RUN-ID              PIC 9(06).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(LINK-RUN-DATE).

           OPEN INPUT  LOGRETPF.
           OPEN I-O    LOGSUMPF.
           OPEN OUTPUT LOGRETLST.

           MOVE LINK-RUN-DATE TO HDR-RUNDT.
           MOVE HDR-LINE TO LOGRETLST-REC.
           WRITE LOGRETLST-REC.
           MOVE COL-LINE TO LOGRETLST-REC.
           WRITE LOGRETLST-REC.

           PERFORM 2000-ALERTLOG.
           PERFORM 3000-BATCHHST.
           PERFORM 4000-KIFTPSTS.
           PERFORM 5000-CURSORLOG.

           CLOSE LOGRETPF
                 LOGSUMPF
                 LOGRETLST.

           DISPLAY "LOGRETCBL: " WS-TOTAL-REMOVED
                   " log rows removed".

           GOBACK.

      *================================================================
      *  The log's policy row, its cutoff date and the per-log
      *  counters. No row, or LRACT not "Y", leaves the log as it
      *  is.
      *================================================================

       1000-START-LOG.

           MOVE ZEROES TO WS-READ-COUNT WS-RECENT-COUNT WS-INUSE-COUNT
                          WS-ARCH-COUNT WS-REMOVED-COUNT.
           MOVE SPACES TO WS-LOG-NOTE.
           SET NO-POLICY          TO TRUE.
           SET ARCHIVE-NOT-WANTED TO TRUE.
           SET LOG-ACCEPTED       TO TRUE.
           SET NOT-EOF-LOG        TO TRUE.

           MOVE WS-LOG-FILE TO LRFILE OF LOGRETPF-REC.
           READ LOGRETPF
              INVALID KEY
                 MOVE ZEROES TO LRDAYS OF LOGRETPF-REC
                 MOVE "NO POLICY ROW - NOTHING REMOVED"
                    TO WS-LOG-NOTE
              NOT INVALID KEY
                 IF LRACT OF LOGRETPF-REC = "Y"
                    SET POLICY-ACTIVE TO TRUE
                 ELSE
                    MOVE "POLICY SUSPENDED - NOTHING REMOVED"
                       TO WS-LOG-NOTE
                 END-IF
           END-READ.

           IF POLICY-ACTIVE
              COMPUTE WS-CUTOFF-INT =
                  WS-RUN-INT - LRDAYS OF LOGRETPF-REC
              COMPUTE WS-CUTOFF-CCYYMMDD =
                  FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
              IF LRARCF OF LOGRETPF-REC NOT = SPACES
                 SET ARCHIVE-WANTED TO TRUE
                 PERFORM 1100-PREPARE-ARCHIVE
              END-IF
           END-IF.

      *================================================================
      *  An archive file named but missing (or the override
      *  refused) stops the log's housekeeping for the night - rows
      *  are never removed that the policy says must be kept
      *  somewhere first.
      *================================================================

       1100-PREPARE-ARCHIVE.

           MOVE LRARCF OF LOGRETPF-REC TO CHKOBJ-NAME.
           MOVE "*LIBL"                TO CHKOBJ-LIB.
           MOVE "*FILE"                TO CHKOBJ-TYPE.
           CALL "CHKOBJ" USING CHKOBJ-PARM.

           IF CHKOBJ-FOUND = "N"
              SET LOG-REFUSED TO TRUE
              STRING "ARCHIVE FILE "          DELIMITED BY SIZE
                     LRARCF OF LOGRETPF-REC   DELIMITED BY SPACE
                     " NOT FOUND - NOTHING REMOVED"
                                              DELIMITED BY SIZE
                 INTO WS-LOG-NOTE
              END-STRING
           ELSE
              MOVE SPACES TO RET-CMD-TEXT
              STRING "OVRDBF FILE("           DELIMITED BY SIZE
                     WS-ARC-LOGICAL           DELIMITED BY SPACE
                     ") TOFILE(*LIBL/"        DELIMITED BY SIZE
                     LRARCF OF LOGRETPF-REC   DELIMITED BY SPACE
                     ")"                      DELIMITED BY SIZE
                 INTO RET-CMD-TEXT
              END-STRING
              PERFORM 9900-RUN-COMMAND
              IF EXCEPTION-ID OF QUS-EC NOT = SPACES
                 SET LOG-REFUSED TO TRUE
                 STRING "OVRDBF FAILED - "       DELIMITED BY SIZE
                        EXCEPTION-ID OF QUS-EC   DELIMITED BY SIZE
                        " - NOTHING REMOVED"     DELIMITED BY SIZE
                    INTO WS-LOG-NOTE
                 END-STRING
              END-IF
           END-IF.

      *================================================================

       1200-RELEASE-ARCHIVE.

           MOVE SPACES TO RET-CMD-TEXT.
           STRING "DLTOVR FILE("    DELIMITED BY SIZE
                  WS-ARC-LOGICAL    DELIMITED BY SPACE
                  ")"               DELIMITED BY SIZE
              INTO RET-CMD-TEXT
           END-STRING.
           PERFORM 9900-RUN-COMMAND.

      *================================================================
      *  One removed row into its month and category on LOGSUMPF.
      *================================================================

       1300-ADD-TO-SUMMARY.

           MOVE WS-LOG-FILE  TO LSFILE  OF LOGSUMPF-REC.
           MOVE WS-SUM-MONTH TO LSMONTH OF LOGSUMPF-REC.
           MOVE WS-SUM-CAT   TO LSCAT   OF LOGSUMPF-REC.
           READ LOGSUMPF
              INVALID KEY
                 INITIALIZE LOGSUMPF-REC
                 MOVE WS-LOG-FILE  TO LSFILE  OF LOGSUMPF-REC
                 MOVE WS-SUM-MONTH TO LSMONTH OF LOGSUMPF-REC
                 MOVE WS-SUM-CAT   TO LSCAT   OF LOGSUMPF-REC
                 PERFORM 1350-ACCUMULATE
                 WRITE LOGSUMPF-REC
              NOT INVALID KEY
                 PERFORM 1350-ACCUMULATE
                 REWRITE LOGSUMPF-REC
           END-READ.

      *================================================================

       1350-ACCUMULATE.

           ADD 1 TO LSCOUNT OF LOGSUMPF-REC.
           IF MEASURE-OK
              ADD WS-SUM-MEASURE TO LSSUM OF LOGSUMPF-REC
              IF WS-SUM-MEASURE > LSMAX OF LOGSUMPF-REC
                 MOVE WS-SUM-MEASURE TO LSMAX OF LOGSUMPF-REC
              END-IF
           ELSE
              ADD 1 TO LSBAD OF LOGSUMPF-REC
           END-IF.

      *================================================================
      *  First-pass table of the latest stamp per key.
      *================================================================

       1400-NOTE-LATEST.

           SET LT-NOT-FOUND TO TRUE.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LT-COUNT OR LT-FOUND
              IF LT-KEY(LT-IDX) = WS-LT-KEY
                 SET LT-FOUND TO TRUE
                 IF WS-LT-TS > LT-TS(LT-IDX)
                    MOVE WS-LT-TS TO LT-TS(LT-IDX)
                 END-IF
              END-IF
           END-PERFORM.

           IF LT-NOT-FOUND
              IF LT-COUNT < 300
                 ADD 1 TO LT-COUNT
                 SET LT-IDX TO LT-COUNT
                 MOVE WS-LT-KEY TO LT-KEY(LT-IDX)
                 MOVE WS-LT-TS  TO LT-TS(LT-IDX)
              ELSE
                 SET LOG-REFUSED TO TRUE
                 MOVE "OVER 300 KEYS - NOTHING REMOVED"
                    TO WS-LOG-NOTE
              END-IF
           END-IF.

      *================================================================

       1500-CHECK-LATEST.

           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LT-COUNT OR ROW-IN-USE
              IF LT-KEY(LT-IDX) = WS-LT-KEY
              AND LT-TS(LT-IDX) = WS-LT-TS
                 SET ROW-IN-USE TO TRUE
              END-IF
           END-PERFORM.

      *================================================================
      *  Recent or undated rows are kept, then rows in use; only
      *  what is left is due for removal.
      *================================================================

       1600-CLASSIFY-ROW.

           ADD 1 TO WS-READ-COUNT.
           IF ROW-UNDATED
           OR WS-ROW-DATE NOT < WS-CUTOFF-CCYYMMDD
              ADD 1 TO WS-RECENT-COUNT
              SET ROW-IN-USE TO TRUE
           ELSE
              IF ROW-IN-USE
                 ADD 1 TO WS-INUSE-COUNT
              END-IF
           END-IF.

      *================================================================

       1700-COUNT-REMOVED.

           IF ARCHIVE-WANTED
              ADD 1 TO WS-ARCH-COUNT
           END-IF.
           ADD 1 TO WS-REMOVED-COUNT.
           ADD 1 TO WS-TOTAL-REMOVED.

      *================================================================

       1900-PRINT-LOG-LINE.

           IF POLICY-ACTIVE AND ARCHIVE-WANTED AND LOG-ACCEPTED
              PERFORM 1200-RELEASE-ARCHIVE
           END-IF.

           MOVE WS-LOG-FILE            TO DTL-FILE.
           MOVE LRDAYS OF LOGRETPF-REC TO DTL-DAYS.
           MOVE WS-READ-COUNT          TO DTL-READ.
           MOVE WS-RECENT-COUNT        TO DTL-RECENT.
           MOVE WS-INUSE-COUNT         TO DTL-INUSE.
           MOVE WS-ARCH-COUNT          TO DTL-ARCH.
           MOVE WS-REMOVED-COUNT       TO DTL-REMOVED.
           MOVE WS-LOG-NOTE            TO DTL-NOTE.
           MOVE SPACES   TO LOGRETLST-REC.
           MOVE DTL-LINE TO LOGRETLST-REC.
           WRITE LOGRETLST-REC.

      *================================================================
      *  ALERTLOG - by the date the alert was raised.
      *================================================================

       2000-ALERTLOG.

           MOVE "ALERTLOG"  TO WS-LOG-FILE.
           MOVE "LOGARCALR" TO WS-ARC-LOGICAL.
           PERFORM 1000-START-LOG.

           IF POLICY-ACTIVE AND LOG-ACCEPTED
              OPEN I-O ALERTLOG
              IF ARCHIVE-WANTED
                 OPEN EXTEND LOGARCALR
              END-IF

              MOVE ZEROES TO ALID OF ALERTLOG-REC
              START ALERTLOG KEY IS NOT LESS THAN ALID OF ALERTLOG-REC
                 INVALID KEY
                    SET EOF-LOG TO TRUE
              END-START

              PERFORM UNTIL EOF-LOG
                 READ ALERTLOG NEXT RECORD
                    AT END
                       SET EOF-LOG TO TRUE
                    NOT AT END
                       PERFORM 2100-ROUTE-ALERT
                 END-READ
              END-PERFORM

              CLOSE ALERTLOG
              IF ARCHIVE-WANTED
                 CLOSE LOGARCALR
              END-IF
           END-IF.

           PERFORM 1900-PRINT-LOG-LINE.

      *================================================================

       2100-ROUTE-ALERT.

           SET ROW-NOT-IN-USE TO TRUE.
           SET ROW-UNDATED    TO TRUE.
           IF ALTS OF ALERTLOG-REC(1:8) IS NUMERIC
              MOVE ALTS OF ALERTLOG-REC(1:8) TO WS-ROW-DATE
              SET ROW-DATED TO TRUE
           END-IF.
           IF ALACK OF ALERTLOG-REC NOT = "Y"
              SET ROW-IN-USE TO TRUE
           END-IF.
           IF ALACK OF ALERTLOG-REC = "S"
           AND ALACKTS OF ALERTLOG-REC NOT = SPACES
              SET ROW-NOT-IN-USE TO TRUE
           END-IF.

           PERFORM 1600-CLASSIFY-ROW.

           IF ROW-NOT-IN-USE
              IF ARCHIVE-WANTED
                 MOVE ALERTLOG-REC TO LOGARCALR-REC
                 WRITE LOGARCALR-REC
              END-IF
              IF LRSUMM OF LOGRETPF-REC = "Y"
                 MOVE WS-ROW-DATE(1:6)           TO WS-SUM-MONTH
                 MOVE SPACES                     TO WS-SUM-CAT
                 MOVE ALTYPE OF ALERTLOG-REC     TO WS-SUM-CAT(1:10)
                 MOVE ALSEV  OF ALERTLOG-REC     TO WS-SUM-CAT(12:1)
                 MOVE ALRERAISE OF ALERTLOG-REC  TO WS-SUM-MEASURE
                 SET MEASURE-OK TO TRUE
                 PERFORM 1300-ADD-TO-SUMMARY
              END-IF
              DELETE ALERTLOG
              PERFORM 1700-COUNT-REMOVED
           END-IF.

      *================================================================
      *  BATCHHST - by run date. A first pass finds each step's
      *  latest execution.
      *================================================================

       3000-BATCHHST.

           MOVE "BATCHHST"  TO WS-LOG-FILE.
           MOVE "LOGARCHST" TO WS-ARC-LOGICAL.
           PERFORM 1000-START-LOG.

           IF POLICY-ACTIVE AND LOG-ACCEPTED
              MOVE ZEROES TO LT-COUNT
              OPEN INPUT BATCHHST
              PERFORM UNTIL EOF-LOG
                 READ BATCHHST
                    AT END
                       SET EOF-LOG TO TRUE
                    NOT AT END
                       MOVE HSTSTEP  OF BATCHHST-REC TO WS-LT-KEY
                       MOVE HSTENDTS OF BATCHHST-REC TO WS-LT-TS
                       PERFORM 1400-NOTE-LATEST
                 END-READ
              END-PERFORM
              CLOSE BATCHHST
              SET NOT-EOF-LOG TO TRUE
           END-IF.

           IF POLICY-ACTIVE AND LOG-ACCEPTED
              OPEN I-O BATCHHST
              IF ARCHIVE-WANTED
                 OPEN EXTEND LOGARCHST
              END-IF

              PERFORM UNTIL EOF-LOG
                 READ BATCHHST
                    AT END
                       SET EOF-LOG TO TRUE
                    NOT AT END
                       PERFORM 3100-ROUTE-HISTORY
                 END-READ
              END-PERFORM

              CLOSE BATCHHST
              IF ARCHIVE-WANTED
                 CLOSE LOGARCHST
              END-IF
           END-IF.

           PERFORM 1900-PRINT-LOG-LINE.

      *================================================================

       3100-ROUTE-HISTORY.

           SET ROW-NOT-IN-USE TO TRUE.
           SET ROW-UNDATED    TO TRUE.
           IF HSTRUNDT OF BATCHHST-REC IS NUMERIC
           AND HSTRUNDT OF BATCHHST-REC NOT = ZEROES
              MOVE HSTRUNDT OF BATCHHST-REC TO WS-ROW-DATE
              SET ROW-DATED TO TRUE
           END-IF.
           MOVE HSTSTEP  OF BATCHHST-REC TO WS-LT-KEY.
           MOVE HSTENDTS OF BATCHHST-REC TO WS-LT-TS.
           PERFORM 1500-CHECK-LATEST.

           PERFORM 1600-CLASSIFY-ROW.

           IF ROW-NOT-IN-USE
              IF ARCHIVE-WANTED
                 MOVE BATCHHST-REC TO LOGARCHST-REC
                 WRITE LOGARCHST-REC
              END-IF
      *          A step skipped ("L") or failed ("F") on a held
      *          lock never ran - it has no duration to summarize.
              IF LRSUMM OF LOGRETPF-REC = "Y"
              AND HSTOUTCOME OF BATCHHST-REC NOT = "L"
              AND HSTOUTCOME OF BATCHHST-REC NOT = "F"
                 MOVE WS-ROW-DATE(1:6)        TO WS-SUM-MONTH
                 MOVE HSTSTEP OF BATCHHST-REC TO WS-SUM-CAT
                 PERFORM 3200-COMPUTE-DURATION
                 PERFORM 1300-ADD-TO-SUMMARY
              END-IF
              DELETE BATCHHST
              PERFORM 1700-COUNT-REMOVED
           END-IF.

      *================================================================
      *  Whole minutes start to end, as BATCHDRFT works them out;
      *  unreadable or negative is counted as a bad measure.
      *================================================================

       3200-COMPUTE-DURATION.

           SET MEASURE-BAD TO TRUE.
           MOVE ZEROES TO WS-SUM-MEASURE.

           IF HSTSTRTS OF BATCHHST-REC(1:14) IS NUMERIC
           AND HSTENDTS OF BATCHHST-REC(1:14) IS NUMERIC
              MOVE HSTSTRTS OF BATCHHST-REC(1:14) TO WS-TS-WORK
              COMPUTE WS-STR-INT = FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
              COMPUTE WS-STR-MIN = WS-TS-HH * 60 + WS-TS-MM
              MOVE HSTENDTS OF BATCHHST-REC(1:14) TO WS-TS-WORK
              COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
              COMPUTE WS-END-MIN = WS-TS-HH * 60 + WS-TS-MM
              COMPUTE WS-DUR-MIN =
                  (WS-END-INT - WS-STR-INT) * 1440
                  + WS-END-MIN - WS-STR-MIN
              IF WS-DUR-MIN >= ZEROES
                 MOVE WS-DUR-MIN TO WS-SUM-MEASURE
                 SET MEASURE-OK TO TRUE
              END-IF
           END-IF.

      *================================================================
      *  KIFTPSTS - by reconciliation date. A first pass finds each
      *  file's latest confirmed send.
      *================================================================

       4000-KIFTPSTS.

           MOVE "KIFTPSTS"  TO WS-LOG-FILE.
           MOVE "LOGARCSTS" TO WS-ARC-LOGICAL.
           PERFORM 1000-START-LOG.

           IF POLICY-ACTIVE AND LOG-ACCEPTED
              MOVE ZEROES TO LT-COUNT
              OPEN INPUT KIFTPSTS-FILE
              PERFORM UNTIL EOF-LOG
                 READ KIFTPSTS-FILE
                    AT END
                       SET EOF-LOG TO TRUE
                    NOT AT END
                       IF STSSTAT OF KIFTPSTS-REC = "Y"
                       AND STSACK OF KIFTPSTS-REC = "Y"
                          MOVE STSFILE OF KIFTPSTS-REC TO WS-LT-KEY
                          MOVE STSTS   OF KIFTPSTS-REC TO WS-LT-TS
                          PERFORM 1400-NOTE-LATEST
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE KIFTPSTS-FILE
              SET NOT-EOF-LOG TO TRUE
           END-IF.

           IF POLICY-ACTIVE AND LOG-ACCEPTED
              OPEN I-O KIFTPSTS-FILE
              IF ARCHIVE-WANTED
                 OPEN EXTEND LOGARCSTS
              END-IF

              PERFORM UNTIL EOF-LOG
                 READ KIFTPSTS-FILE
                    AT END
                       SET EOF-LOG TO TRUE
                    NOT AT END
                       PERFORM 4100-ROUTE-STATUS
                 END-READ
              END-PERFORM

              CLOSE KIFTPSTS-FILE
              IF ARCHIVE-WANTED
                 CLOSE LOGARCSTS
              END-IF
           END-IF.

           PERFORM 1900-PRINT-LOG-LINE.

      *================================================================

       4100-ROUTE-STATUS.

           SET ROW-NOT-IN-USE TO TRUE.
           SET ROW-UNDATED    TO TRUE.
           IF STSTS OF KIFTPSTS-REC(1:8) IS NUMERIC
              MOVE STSTS OF KIFTPSTS-REC(1:8) TO WS-ROW-DATE
              SET ROW-DATED TO TRUE
           END-IF.
           IF STSACK OF KIFTPSTS-REC NOT = "Y"
              SET ROW-IN-USE TO TRUE
           ELSE
              IF STSSTAT OF KIFTPSTS-REC = "Y"
                 MOVE STSFILE OF KIFTPSTS-REC TO WS-LT-KEY
                 MOVE STSTS   OF KIFTPSTS-REC TO WS-LT-TS
                 PERFORM 1500-CHECK-LATEST
              END-IF
           END-IF.

           PERFORM 1600-CLASSIFY-ROW.

           IF ROW-NOT-IN-USE
              IF ARCHIVE-WANTED
                 MOVE KIFTPSTS-REC TO LOGARCSTS-REC
                 WRITE LOGARCSTS-REC
              END-IF
              IF LRSUMM OF LOGRETPF-REC = "Y"
                 MOVE WS-ROW-DATE(1:6)            TO WS-SUM-MONTH
                 MOVE SPACES                      TO WS-SUM-CAT
                 MOVE STSFILE   OF KIFTPSTS-REC   TO WS-SUM-CAT(1:10)
                 MOVE STSSTAT   OF KIFTPSTS-REC   TO WS-SUM-CAT(12:1)
                 MOVE STSRECCNT OF KIFTPSTS-REC   TO WS-SUM-MEASURE
                 SET MEASURE-OK TO TRUE
                 PERFORM 1300-ADD-TO-SUMMARY
              END-IF
              DELETE KIFTPSTS-FILE
              PERFORM 1700-COUNT-REMOVED
           END-IF.

      *================================================================
      *  CURSORLOG - by reading timestamp; nothing is held in use.
      *================================================================

       5000-CURSORLOG.

           MOVE "CURSORLOG" TO WS-LOG-FILE.
           MOVE "LOGARCCUR" TO WS-ARC-LOGICAL.
           PERFORM 1000-START-LOG.

           IF POLICY-ACTIVE AND LOG-ACCEPTED
              OPEN I-O CURSORLOG
              IF ARCHIVE-WANTED
                 OPEN EXTEND LOGARCCUR
              END-IF

              PERFORM UNTIL EOF-LOG
                 READ CURSORLOG
                    AT END
                       SET EOF-LOG TO TRUE
                    NOT AT END
                       PERFORM 5100-ROUTE-READING
                 END-READ
              END-PERFORM

              CLOSE CURSORLOG
              IF ARCHIVE-WANTED
                 CLOSE LOGARCCUR
              END-IF
           END-IF.

           PERFORM 1900-PRINT-LOG-LINE.

      *================================================================

       5100-ROUTE-READING.

           SET ROW-NOT-IN-USE TO TRUE.
           SET ROW-UNDATED    TO TRUE.
           IF CURTS OF CURSORLOG-REC(1:8) IS NUMERIC
              MOVE CURTS OF CURSORLOG-REC(1:8) TO WS-ROW-DATE
              SET ROW-DATED TO TRUE
           END-IF.

           PERFORM 1600-CLASSIFY-ROW.

           IF ROW-NOT-IN-USE
              IF ARCHIVE-WANTED
                 MOVE CURSORLOG-REC TO LOGARCCUR-REC
                 WRITE LOGARCCUR-REC
              END-IF
              IF LRSUMM OF LOGRETPF-REC = "Y"
                 MOVE WS-ROW-DATE(1:6)           TO WS-SUM-MONTH
                 MOVE CURFLDNM OF CURSORLOG-REC  TO WS-SUM-CAT
                 IF WS-SUM-CAT = SPACES
                    MOVE "*NONE" TO WS-SUM-CAT
                 END-IF
                 MOVE ZEROES TO WS-SUM-MEASURE
                 SET MEASURE-OK TO TRUE
                 PERFORM 1300-ADD-TO-SUMMARY
              END-IF
              DELETE CURSORLOG
              PERFORM 1700-COUNT-REMOVED
           END-IF.

      *================================================================

       9900-RUN-COMMAND.

           MOVE 256 TO RET-CMD-LEN.
           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.
           CALL "QCMDEXC" USING RET-CMD-TEXT, RET-CMD-LEN,
                                QUS-EC.
