      *        start deadline passed in, with late nights flagged.
      *
      *  Durations come from the HSTSTRTS/HSTENDTS stamps; rows
      *  with unreadable stamps are skipped and counted. Months
      *  LOGRETCBL has already cleared from BATCHHST are read back
      *  from their LOGSUMPF summary rows (runs, total and worst
      *  minutes per step and month), so a step's baseline month
      *  is not lost to the housekeeping; those rows count in
      *  section 1 only.
      ******************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS SEQUENTIAL
                  ACCESS           IS SEQUENTIAL.

           SELECT LOGSUMPF         ASSIGN TO DATABASE-LOGSUMPF
                  ORGANIZATION     IS INDEXED
                  ACCESS           IS DYNAMIC
                  RECORD KEY       IS LSKEY.

           SELECT SORTWORK         ASSIGN TO SORTWK01.

           SELECT DRIFTLST         ASSIGN TO PRINTER-QPRINT
       01  BATCHHST-REC.
           COPY DDS-ALL-FORMATS OF BATCHHST.

       FD  LOGSUMPF
           LABEL RECORDS ARE STANDARD.
       01  LOGSUMPF-REC.
           COPY DDS-ALL-FORMATS OF LOGSUMPF.

       SD  SORTWORK.
       01  SORT-REC.
           COPY DDS-ALL-FORMATS OF BATCHHST.
           05  DUR-OK-SW            PIC 1 VALUE B"0".
               88 DUR-OK                  VALUE B"1".
               88 DUR-BAD                 VALUE B"0".
           05  EOF-LOGSUMPF-SW      PIC 1 VALUE B"0".
               88 NOT-EOF-LOGSUMPF        VALUE B"0".
               88 EOF-LOGSUMPF            VALUE B"1".

       01  BREAK-AREA.
           05  BRK-STEP             PIC X(10).

       01  SKIP-COUNT               PIC S9(7) VALUE ZEROES.

      *          A LOGSUMPF month travels through the sort as a
      *          BATCHHST row dated the 1st of the month with
      *          HSTOUTCOME "S" and its figures in HSTCOUNTS.
       01  SUMMARY-CARRY.
           05  SUMC-RUNS            PIC 9(9).
           05  SUMC-TOTMIN          PIC 9(15).
           05  SUMC-WORST           PIC 9(11).
           05  SUMC-BAD             PIC 9(9).

       01  PRINT-LINES.
           05  RPT-TITLE-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.

           CLOSE BATCHHST.

           OPEN INPUT LOGSUMPF.
           SET NOT-EOF-LOGSUMPF TO TRUE.

           MOVE LOW-VALUES TO LSKEY OF LOGSUMPF-REC.
           MOVE "BATCHHST" TO LSFILE OF LOGSUMPF-REC.
           START LOGSUMPF KEY IS NOT LESS THAN LSKEY OF LOGSUMPF-REC
              INVALID KEY
                 SET EOF-LOGSUMPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-LOGSUMPF
              READ LOGSUMPF NEXT RECORD
                 AT END
                    SET EOF-LOGSUMPF TO TRUE
                 NOT AT END
                    IF LSFILE OF LOGSUMPF-REC NOT = "BATCHHST"
                       SET EOF-LOGSUMPF TO TRUE
                    ELSE
                       PERFORM 1100-RELEASE-SUMMARY
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE LOGSUMPF.

      ******************************************************************

       1100-RELEASE-SUMMARY.

           INITIALIZE SORT-REC.
           COMPUTE HSTRUNDT OF SORT-REC =
               LSMONTH OF LOGSUMPF-REC * 100 + 1.
           MOVE LSCAT OF LOGSUMPF-REC   TO HSTSTEP OF SORT-REC.
           MOVE "S"                     TO HSTOUTCOME OF SORT-REC.
           COMPUTE SUMC-RUNS = LSCOUNT OF LOGSUMPF-REC
                             - LSBAD   OF LOGSUMPF-REC.
           MOVE LSSUM OF LOGSUMPF-REC   TO SUMC-TOTMIN.
           MOVE LSMAX OF LOGSUMPF-REC   TO SUMC-WORST.
           MOVE LSBAD OF LOGSUMPF-REC   TO SUMC-BAD.
           MOVE SUMMARY-CARRY           TO HSTCOUNTS OF SORT-REC.
           RELEASE SORT-REC.

      ******************************************************************

       2000-STEP-DURATIONS.
                 AT END
                    SET END-PROGRAM TO TRUE
                 NOT AT END
      *          A lock skip ("L") or lock failure ("F") never
      *          started - its start and end are the same instant
      *          and would pull the baseline down as a zero run.
                    EVALUATE HSTOUTCOME OF BATCHHST-REC
                       WHEN "S"
                          PERFORM 2150-ADD-SUMMARY-MONTH
                       WHEN "L"
                       WHEN "F"
                          CONTINUE
                       WHEN OTHER
                          PERFORM 2100-COMPUTE-DURATION
                          IF DUR-OK
                             PERFORM 2200-CHECK-BREAKS
                             ADD 1          TO WS-MTH-COUNT
                             ADD WS-DUR-MIN TO WS-MTH-TOTMIN
                             IF WS-DUR-MIN > WS-MTH-WORST
                                MOVE WS-DUR-MIN TO WS-MTH-WORST
                             END-IF
                          ELSE
                             ADD 1 TO SKIP-COUNT
                          END-IF
                    END-EVALUATE
              END-RETURN
           END-PERFORM.

              END-IF
           END-IF.

      ******************************************************************
      *
      * A summarized month goes into the month accumulators whole;
      * its rows that had unreadable stamps join the skip count.
      *
      ******************************************************************

       2150-ADD-SUMMARY-MONTH.

           MOVE HSTCOUNTS OF BATCHHST-REC(1:44) TO SUMMARY-CARRY.

           PERFORM 2200-CHECK-BREAKS.
           ADD SUMC-RUNS   TO WS-MTH-COUNT.
           ADD SUMC-TOTMIN TO WS-MTH-TOTMIN.
           IF SUMC-WORST > WS-MTH-WORST
              MOVE SUMC-WORST TO WS-MTH-WORST
           END-IF.
           ADD SUMC-BAD    TO SKIP-COUNT.

      ******************************************************************

       2200-CHECK-BREAKS.
                 AT END
                    SET END-PROGRAM TO TRUE
                 NOT AT END
      *          A step skipped or failed on a held lock never
      *          ran, so its row is no chain end time.
                    IF HSTOUTCOME OF BATCHHST-REC NOT = "S"
                    AND HSTOUTCOME OF BATCHHST-REC NOT = "L"
                    AND HSTOUTCOME OF BATCHHST-REC NOT = "F"
                       PERFORM 3100-NOTE-END-TIME
                    END-IF
              END-RETURN
           END-PERFORM.

      ******************************************************************

       3100-NOTE-END-TIME.

           IF FIRST-GROUP
              SET NOT-FIRST-GROUP TO TRUE
              MOVE HSTRUNDT OF BATCHHST-REC TO BRK-RUNDT
              MOVE SPACES TO WS-DAY-END-TS
           END-IF.
           IF HSTRUNDT OF BATCHHST-REC NOT = BRK-RUNDT
              PERFORM 3500-CLOSE-RUN-DATE
              MOVE HSTRUNDT OF BATCHHST-REC TO BRK-RUNDT
              MOVE SPACES TO WS-DAY-END-TS
           END-IF.
           IF HSTENDTS OF BATCHHST-REC > WS-DAY-END-TS
              MOVE HSTENDTS OF BATCHHST-REC TO WS-DAY-END-TS
           END-IF.

      ******************************************************************

       3500-CLOSE-RUN-DATE.
