       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKPCHKCBL.

      *================================================================
      *  Backup coverage check - NITEPREF proves the application
      *  files exist, nothing proved they were being saved, and a
      *  restore test found control files left out of the nightly
      *  save for months. For every file on the PGMFINV inventory
      *  and every control file CTLSNPCBL snapshots (the files on
      *  the CTLSNAP store) this issues DSPOBJD DETAIL(*FULL) into
      *  QTEMP/QADSPOBJ and OVRDBF through QCMDEXC (the AUTDRFCBL
      *  sweep) and reads the object's last save back. A file is a
      *  break when it was:
      *
      *     NEVER   - never saved;
      *     STALE   - last saved more business days ago (BUSDAYSVC,
      *               the same clock the aging reports use) than its
      *               class allows;
      *     CHANGED - changed after its last save, for a class whose
      *               changes are checked - the save on the shelf
      *               does not hold what is on disk.
      *
      *  A control file is class CONTROL, any other file DATA;
      *  CODETBL table BKPFILE moves a file to another class (code
      *  the file, CTDESC(1:10) the class) and table BKPCLASS sets a
      *  class's limit (code the class, CTDESC(1:3) the business
      *  days, CTDESC(5:1) "Y" to check changes). Without rows,
      *  CONTROL allows 1 day and checks changes, DATA allows 1 day
      *  and does not (its files change all day by design); a class
      *  of 000 days is not checked at all (work files nobody needs
      *  back). Each break is listed and raised through ALERTSVC as
      *  a BKPCOVER warning; a file DSPOBJD cannot find is listed
      *  as skipped - a missing file is NITEPREF's to refuse.
      *  Run-date/run-id shape, so NITEBATCH calls it as a chain
      *  step after the save step without a dispatch change.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PGMFINV        ASSIGN  TO DATABASE-PGMFINV
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CTLSNAP        ASSIGN  TO DATABASE-CTLSNAP
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SNKEY.

           SELECT CODETBL        ASSIGN  TO DATABASE-CODETBL
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CTKEY.

           SELECT QADSPOBJ       ASSIGN  TO DATABASE-QADSPOBJ
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT BKPCHKLST      ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  PGMFINV
           LABEL RECORDS ARE STANDARD.
       01  PGMFINV-REC.
           COPY DDS-ALL-FORMATS OF PGMFINV.

       FD  CTLSNAP
           LABEL RECORDS ARE STANDARD.
       01  CTLSNAP-REC.
           COPY DDS-ALL-FORMATS OF CTLSNAP.

       FD  CODETBL
           LABEL RECORDS ARE STANDARD.
       01  CODETBL-REC.
           COPY DDS-ALL-FORMATS OF CODETBL.

       FD  QADSPOBJ
           LABEL RECORDS ARE STANDARD.
       01  QADSPOBJ-REC.
           COPY DDS-ALL-FORMATS OF QADSPOBJ.

       FD  BKPCHKLST
           LABEL RECORDS ARE OMITTED.
       01  BKPCHKLST-REC            PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-PGMFINV-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-PGMFINV         VALUE B"0".
               88  EOF-PGMFINV             VALUE B"1".
           05  EOF-CTLSNAP-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-CTLSNAP         VALUE B"0".
               88  EOF-CTLSNAP             VALUE B"1".
           05  EOF-CODETBL-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-CODETBL         VALUE B"0".
               88  EOF-CODETBL             VALUE B"1".
           05  FILE-SCAN-OK-SW     PIC 1   VALUE B"0".
               88  FILE-SCAN-OK            VALUE B"1".
               88  FILE-SCAN-NOT-OK        VALUE B"0".
           05  TABLE-OVERFLOW-SW   PIC 1   VALUE B"0".
               88  TABLE-OVERFLOW          VALUE B"1".
               88  TABLE-NO-OVERFLOW       VALUE B"0".
           05  ENTRY-FOUND-SW      PIC 1   VALUE B"0".
               88  ENTRY-FOUND             VALUE B"1".
               88  ENTRY-NOT-FOUND         VALUE B"0".

      *          The files to check, one entry per file and library
      *          - PGMFINV's, then the control files (blank library,
      *          found on the library list) - with their class.
       01  FILE-TABLE.
           05  FL-ENTRY OCCURS 2000 TIMES INDEXED BY FL-IDX.
               10  FL-FILE          PIC X(10).
               10  FL-LIB           PIC X(10).
               10  FL-CLASS         PIC X(10).
       01  FL-COUNT                 PIC S9(5) BINARY VALUE ZEROES.

      *          Class limits - the two built in, then CODETBL table
      *          BKPCLASS over the top.
       01  CLASS-TABLE.
           05  CL-ENTRY OCCURS 50 TIMES INDEXED BY CL-IDX.
               10  CL-CLASS         PIC X(10).
               10  CL-DAYS          PIC 9(3).
               10  CL-CHGCHK        PIC X(1).
       01  CL-COUNT                 PIC S9(5) BINARY VALUE ZEROES.

       01  WS-SCAN-FILE            PIC X(10) VALUE SPACES.
       01  WS-SCAN-LIB             PIC X(10) VALUE SPACES.
       01  WS-CLASS-NAME           PIC X(10) VALUE SPACES.

       01  CHECK-WORK.
           05  WS-MAX-DAYS         PIC 9(3).
           05  WS-CHGCHK           PIC X(1).
           05  WS-STATUS           PIC X(8).
           05  WS-FINDING          PIC X(30).
           05  WS-SAVE-DATE        PIC 9(8).
           05  WS-SAVE-AGE         PIC S9(5).
           05  WS-CHG-DATE         PIC 9(8).
           05  WS-DATE-CENT        PIC 9(1).
           05  WS-DATE-YYMMDD      PIC 9(6).
           05  WS-SAVE-STAMP       PIC X(14).
           05  WS-CHG-STAMP        PIC X(14).

       01  REPORT-COUNTERS.
           05  WS-FILE-COUNT       PIC S9(5) VALUE ZEROES.
           05  WS-SKIP-COUNT       PIC S9(5) VALUE ZEROES.
           05  WS-EXEMPT-COUNT     PIC S9(5) VALUE ZEROES.
           05  WS-OK-COUNT         PIC S9(5) VALUE ZEROES.
           05  WS-NEVER-COUNT      PIC S9(5) VALUE ZEROES.
           05  WS-STALE-COUNT      PIC S9(5) VALUE ZEROES.
           05  WS-CHANGED-COUNT    PIC S9(5) VALUE ZEROES.

       01  SWEEP-CMD.
           05  SWEEP-CMD-TEXT      PIC X(256) VALUE SPACES.
           05  SWEEP-CMD-LEN       PIC S9(9) BINARY.

       COPY QUSEC OF QSYSINC-QLBLSRC.

       01  BUSDAY-PARM.
           05  BUSDAY-FUNC          PIC X(1).
           05  BUSDAY-FROM          PIC 9(8).
           05  BUSDAY-TO            PIC 9(8).
           05  BUSDAY-COUNT         PIC S9(5).
           05  BUSDAY-STAT          PIC X(1).

       01  ALERT-PARM.
           05  ALERT-TYPE                  PIC X(10).
           05  ALERT-SEV                   PIC X(1).
           05  ALERT-SOURCE                PIC X(10).
           05  ALERT-TEXT                  PIC X(60).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "BACKUP COVERAGE BREAKS - RUN".
               10  HDR-DATE         PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(09) VALUE "STATUS".
               10  FILLER           PIC X(11) VALUE "LIBRARY".
               10  FILLER           PIC X(11) VALUE "FILE".
               10  FILLER           PIC X(11) VALUE "CLASS".
               10  FILLER           PIC X(05) VALUE "DAYS".
               10  FILLER           PIC X(09) VALUE "SAVED".
               10  FILLER           PIC X(07) VALUE "TIME".
               10  FILLER           PIC X(11) VALUE "BY".
               10  FILLER           PIC X(06) VALUE "AGE".
               10  FILLER           PIC X(09) VALUE "CHANGED".
               10  FILLER           PIC X(07) VALUE "TIME".
               10  FILLER           PIC X(30) VALUE "FINDING".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-STATUS       PIC X(09).
               10  DTL-LIB          PIC X(11).
               10  DTL-FILE         PIC X(11).
               10  DTL-CLASS        PIC X(11).
               10  DTL-DAYS         PIC ZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-SAVED        PIC X(09).
               10  DTL-SAVTIM       PIC X(07).
               10  DTL-SAVCMD       PIC X(11).
               10  DTL-AGE          PIC ZZZZ9.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-CHANGED      PIC X(09).
               10  DTL-CHGTIM       PIC X(07).
               10  DTL-FINDING      PIC X(30).
           05  TOT-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  TOT-LABEL        PIC X(30).
               10  TOT-COUNT        PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(08).
       01  LINK-RUN-ID              PIC 9(06).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           OPEN INPUT  PGMFINV
                       CTLSNAP
                       CODETBL
                OUTPUT BKPCHKLST.

           MOVE LINK-RUN-DATE TO HDR-DATE.
           MOVE HDR-LINE TO BKPCHKLST-REC.
           WRITE BKPCHKLST-REC.
           MOVE COL-LINE TO BKPCHKLST-REC.
           WRITE BKPCHKLST-REC.

           PERFORM 1000-LOAD-CLASSES.
           PERFORM 1100-LOAD-INVENTORY.
           PERFORM 1200-LOAD-CONTROL-FILES.
           PERFORM 1300-APPLY-FILE-CLASSES.

           IF TABLE-OVERFLOW
              DISPLAY "BKPCHKCBL: file or class table full - run "
                      "abandoned rather than passing part of the "
                      "inventory as covered"
           ELSE
              PERFORM VARYING FL-IDX FROM 1 BY 1
                 UNTIL FL-IDX > FL-COUNT
                 PERFORM 2000-CHECK-FILE
              END-PERFORM
              PERFORM 4000-PRINT-TOTALS
           END-IF.

           CLOSE PGMFINV
                 CTLSNAP
                 CODETBL
                 BKPCHKLST.

           DISPLAY "BKPCHKCBL: " WS-FILE-COUNT " files, "
                   WS-SKIP-COUNT " skipped, "
                   WS-NEVER-COUNT " never saved, "
                   WS-STALE-COUNT " stale, "
                   WS-CHANGED-COUNT " changed since saved".

           GOBACK.

      *================================================================
      *  A BKPCLASS row for CONTROL or DATA replaces the built-in
      *  limit; any other code is a class of its own. A retired row
      *  (CTACT "N") is ignored, and days that are not numeric
      *  leave the class unchecked rather than guessing.
      *================================================================

       1000-LOAD-CLASSES.

           MOVE 2         TO CL-COUNT.
           MOVE "CONTROL" TO CL-CLASS(1).
           MOVE 1         TO CL-DAYS(1).
           MOVE "Y"       TO CL-CHGCHK(1).
           MOVE "DATA"    TO CL-CLASS(2).
           MOVE 1         TO CL-DAYS(2).
           MOVE "N"       TO CL-CHGCHK(2).

           MOVE "BKPCLASS" TO CTTABLE OF CODETBL-REC.
           MOVE SPACES     TO CTCODE  OF CODETBL-REC.
           START CODETBL KEY IS NOT LESS THAN CTKEY OF CODETBL-REC
              INVALID KEY
                 SET EOF-CODETBL TO TRUE
           END-START.

           PERFORM UNTIL EOF-CODETBL OR TABLE-OVERFLOW
              READ CODETBL NEXT RECORD
                 AT END
                    SET EOF-CODETBL TO TRUE
                 NOT AT END
                    IF CTTABLE OF CODETBL-REC NOT = "BKPCLASS"
                       SET EOF-CODETBL TO TRUE
                    ELSE
                       IF CTACT OF CODETBL-REC = "Y"
                          PERFORM 1050-ADD-CLASS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1050-ADD-CLASS.

           MOVE CTCODE OF CODETBL-REC TO WS-CLASS-NAME.
           PERFORM 1900-FIND-CLASS.

           IF ENTRY-NOT-FOUND
              IF CL-COUNT < 50
                 ADD 1 TO CL-COUNT
                 SET CL-IDX TO CL-COUNT
                 MOVE WS-CLASS-NAME TO CL-CLASS(CL-IDX)
              ELSE
                 SET TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF.

           IF TABLE-NO-OVERFLOW
              IF CTDESC OF CODETBL-REC(1:3) IS NUMERIC
                 MOVE CTDESC OF CODETBL-REC(1:3) TO CL-DAYS(CL-IDX)
              ELSE
                 MOVE ZEROES TO CL-DAYS(CL-IDX)
              END-IF
              IF CTDESC OF CODETBL-REC(5:1) = "Y"
                 MOVE "Y" TO CL-CHGCHK(CL-IDX)
              ELSE
                 MOVE "N" TO CL-CHGCHK(CL-IDX)
              END-IF
           END-IF.

      *================================================================
      *  PGMFINV has one row per program-to-file use; a file used by
      *  many programs is checked once.
      *================================================================

       1100-LOAD-INVENTORY.

           PERFORM UNTIL EOF-PGMFINV OR TABLE-OVERFLOW
              READ PGMFINV
                 AT END
                    SET EOF-PGMFINV TO TRUE
                 NOT AT END
                    IF PFFILE OF PGMFINV-REC NOT = SPACES
                       PERFORM 1150-ADD-FILE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1150-ADD-FILE.

           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING FL-IDX FROM 1 BY 1
              UNTIL FL-IDX > FL-COUNT OR ENTRY-FOUND
              IF  FL-FILE(FL-IDX) = PFFILE OF PGMFINV-REC
              AND FL-LIB(FL-IDX)  = PFFLIB OF PGMFINV-REC
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF ENTRY-NOT-FOUND
              IF FL-COUNT < 2000
                 ADD 1 TO FL-COUNT
                 SET FL-IDX TO FL-COUNT
                 MOVE PFFILE OF PGMFINV-REC TO FL-FILE(FL-IDX)
                 MOVE PFFLIB OF PGMFINV-REC TO FL-LIB(FL-IDX)
                 MOVE "DATA"                TO FL-CLASS(FL-IDX)
              ELSE
                 SET TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF.

      *================================================================
      *  CTLSNAP is keyed file first, so one START past the last key
      *  of each file lands on the next file - every control file
      *  CTLSNPCBL has snapshotted, without reading its history.
      *================================================================

       1200-LOAD-CONTROL-FILES.

           MOVE LOW-VALUES TO SNKEY OF CTLSNAP-REC.
           START CTLSNAP KEY IS NOT LESS THAN SNKEY OF CTLSNAP-REC
              INVALID KEY
                 SET EOF-CTLSNAP TO TRUE
           END-START.

           PERFORM UNTIL EOF-CTLSNAP OR TABLE-OVERFLOW
              READ CTLSNAP NEXT RECORD
                 AT END
                    SET EOF-CTLSNAP TO TRUE
                 NOT AT END
                    PERFORM 1250-ADD-CONTROL-FILE
                    MOVE 99999999 TO SNDATE OF CTLSNAP-REC
                    MOVE 9999999  TO SNSEQ  OF CTLSNAP-REC
                    START CTLSNAP KEY IS GREATER THAN
                                      SNKEY OF CTLSNAP-REC
                       INVALID KEY
                          SET EOF-CTLSNAP TO TRUE
                    END-START
              END-READ
           END-PERFORM.

      *================================================================
      *  A control file already on PGMFINV takes class CONTROL
      *  there; otherwise it is checked on the library list.
      *================================================================

       1250-ADD-CONTROL-FILE.

           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING FL-IDX FROM 1 BY 1
              UNTIL FL-IDX > FL-COUNT
              IF FL-FILE(FL-IDX) = SNFILE OF CTLSNAP-REC
                 SET ENTRY-FOUND TO TRUE
                 MOVE "CONTROL" TO FL-CLASS(FL-IDX)
              END-IF
           END-PERFORM.

           IF ENTRY-NOT-FOUND
              IF FL-COUNT < 2000
                 ADD 1 TO FL-COUNT
                 SET FL-IDX TO FL-COUNT
                 MOVE SNFILE OF CTLSNAP-REC TO FL-FILE(FL-IDX)
                 MOVE SPACES                TO FL-LIB(FL-IDX)
                 MOVE "CONTROL"             TO FL-CLASS(FL-IDX)
              ELSE
                 SET TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF.

      *================================================================
      *  BKPFILE moves a named file (every library it is in) to
      *  another class. A class with no limit row is checked as
      *  DATA - see 2000-CHECK-FILE.
      *================================================================

       1300-APPLY-FILE-CLASSES.

           SET NOT-EOF-CODETBL TO TRUE.
           MOVE "BKPFILE" TO CTTABLE OF CODETBL-REC.
           MOVE SPACES    TO CTCODE  OF CODETBL-REC.
           START CODETBL KEY IS NOT LESS THAN CTKEY OF CODETBL-REC
              INVALID KEY
                 SET EOF-CODETBL TO TRUE
           END-START.

           PERFORM UNTIL EOF-CODETBL
              READ CODETBL NEXT RECORD
                 AT END
                    SET EOF-CODETBL TO TRUE
                 NOT AT END
                    IF CTTABLE OF CODETBL-REC NOT = "BKPFILE"
                       SET EOF-CODETBL TO TRUE
                    ELSE
                       IF CTACT OF CODETBL-REC = "Y"
                          PERFORM VARYING FL-IDX FROM 1 BY 1
                             UNTIL FL-IDX > FL-COUNT
                             IF FL-FILE(FL-IDX) =
                                CTCODE OF CODETBL-REC
                                MOVE CTDESC OF CODETBL-REC(1:10)
                                   TO FL-CLASS(FL-IDX)
                             END-IF
                          END-PERFORM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1900-FIND-CLASS.

           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING CL-IDX FROM 1 BY 1
              UNTIL CL-IDX > CL-COUNT OR ENTRY-FOUND
              IF CL-CLASS(CL-IDX) = WS-CLASS-NAME
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND
              SET CL-IDX DOWN BY 1
           END-IF.

      *================================================================

       2000-CHECK-FILE.

           MOVE FL-CLASS(FL-IDX) TO WS-CLASS-NAME.
           PERFORM 1900-FIND-CLASS.
           IF ENTRY-NOT-FOUND
              SET CL-IDX TO 2
           END-IF.
           MOVE CL-DAYS(CL-IDX)   TO WS-MAX-DAYS.
           MOVE CL-CHGCHK(CL-IDX) TO WS-CHGCHK.

           IF WS-MAX-DAYS = ZEROES
              ADD 1 TO WS-EXEMPT-COUNT
           ELSE
              PERFORM 2050-SCAN-FILE
           END-IF.

      *================================================================

       2050-SCAN-FILE.

           SET FILE-SCAN-OK TO TRUE.
           ADD 1 TO WS-FILE-COUNT.

           MOVE FL-FILE(FL-IDX) TO WS-SCAN-FILE.
           IF FL-LIB(FL-IDX) = SPACES
              MOVE "*LIBL"         TO WS-SCAN-LIB
           ELSE
              MOVE FL-LIB(FL-IDX)  TO WS-SCAN-LIB
           END-IF.

           MOVE SPACES TO SWEEP-CMD-TEXT.
           STRING "DSPOBJD OBJ("    DELIMITED BY SIZE
                  WS-SCAN-LIB       DELIMITED BY SPACE
                  "/"               DELIMITED BY SIZE
                  WS-SCAN-FILE      DELIMITED BY SPACE
                  ") OBJTYPE(*FILE) DETAIL(*FULL)"
                                    DELIMITED BY SIZE
                  " OUTPUT(*OUTFILE) OUTFILE(QTEMP/QADSPOBJ)"
                                    DELIMITED BY SIZE
              INTO SWEEP-CMD-TEXT
           END-STRING.
           PERFORM 2900-EXEC-COMMAND.

           IF FILE-SCAN-OK
              MOVE "OVRDBF FILE(QADSPOBJ) TOFILE(QTEMP/QADSPOBJ)"
                 TO SWEEP-CMD-TEXT
              PERFORM 2900-EXEC-COMMAND
           END-IF.

           IF FILE-SCAN-OK
              PERFORM 2100-READ-SAVE-HISTORY
              MOVE "DLTOVR FILE(QADSPOBJ)" TO SWEEP-CMD-TEXT
              PERFORM 2900-EXEC-COMMAND
           ELSE
              PERFORM 2500-PRINT-SKIPPED
           END-IF.

      *================================================================
      *  One row per object - the file's own.
      *================================================================

       2100-READ-SAVE-HISTORY.

           OPEN INPUT QADSPOBJ.
           READ QADSPOBJ
              AT END
                 SET FILE-SCAN-NOT-OK TO TRUE
           END-READ.
           CLOSE QADSPOBJ.

           IF FILE-SCAN-OK
              PERFORM 2200-JUDGE-SAVE
           ELSE
              PERFORM 2500-PRINT-SKIPPED
           END-IF.

      *================================================================
      *  Dates come as CYYMMDD (century 0 = 19xx, 1 = 20xx).
      *================================================================

       2200-JUDGE-SAVE.

           MOVE SPACES TO WS-STATUS
                          WS-FINDING.
           MOVE ZEROES TO WS-SAVE-AGE.

           IF ODSDAT OF QADSPOBJ-REC IS NOT NUMERIC
              MOVE "NEVER"             TO WS-STATUS
              MOVE "NEVER SAVED"       TO WS-FINDING
              ADD 1 TO WS-NEVER-COUNT
           ELSE
              MOVE ODSDAT OF QADSPOBJ-REC(1:1) TO WS-DATE-CENT
              MOVE ODSDAT OF QADSPOBJ-REC(2:6) TO WS-DATE-YYMMDD
              COMPUTE WS-SAVE-DATE =
                  (WS-DATE-CENT + 19) * 1000000 + WS-DATE-YYMMDD
              MOVE "D"                 TO BUSDAY-FUNC
              MOVE WS-SAVE-DATE        TO BUSDAY-FROM
              MOVE LINK-RUN-DATE       TO BUSDAY-TO
              CALL "BUSDAYSVC" USING BUSDAY-PARM
              MOVE BUSDAY-COUNT        TO WS-SAVE-AGE
              IF WS-SAVE-AGE > WS-MAX-DAYS
                 MOVE "STALE"          TO WS-STATUS
                 MOVE "SAVED TOO LONG AGO FOR CLASS"
                                       TO WS-FINDING
                 ADD 1 TO WS-STALE-COUNT
              ELSE
                 IF WS-CHGCHK = "Y"
                    PERFORM 2300-CHECK-CHANGED
                 END-IF
              END-IF
           END-IF.

           IF WS-STATUS = SPACES
              ADD 1 TO WS-OK-COUNT
           ELSE
              PERFORM 2600-PRINT-BREAK
              PERFORM 2700-RAISE-ALERT
           END-IF.

      *================================================================

       2300-CHECK-CHANGED.

           IF  ODLDAT OF QADSPOBJ-REC IS NUMERIC
           AND ODLTIM OF QADSPOBJ-REC IS NUMERIC
           AND ODSTIM OF QADSPOBJ-REC IS NUMERIC
              MOVE ODLDAT OF QADSPOBJ-REC(1:1) TO WS-DATE-CENT
              MOVE ODLDAT OF QADSPOBJ-REC(2:6) TO WS-DATE-YYMMDD
              COMPUTE WS-CHG-DATE =
                  (WS-DATE-CENT + 19) * 1000000 + WS-DATE-YYMMDD
              MOVE WS-SAVE-DATE              TO WS-SAVE-STAMP(1:8)
              MOVE ODSTIM OF QADSPOBJ-REC    TO WS-SAVE-STAMP(9:6)
              MOVE WS-CHG-DATE               TO WS-CHG-STAMP(1:8)
              MOVE ODLTIM OF QADSPOBJ-REC    TO WS-CHG-STAMP(9:6)
              IF WS-CHG-STAMP > WS-SAVE-STAMP
                 MOVE "CHANGED"           TO WS-STATUS
                 MOVE "CHANGED SINCE LAST SAVE" TO WS-FINDING
                 ADD 1 TO WS-CHANGED-COUNT
              END-IF
           END-IF.

      *================================================================

       2500-PRINT-SKIPPED.

           ADD 1 TO WS-SKIP-COUNT.
           MOVE "SKIPPED"              TO WS-STATUS.
           MOVE "NOT FOUND BY DSPOBJD" TO WS-FINDING.
           MOVE ZEROES                 TO WS-SAVE-AGE.
           INITIALIZE QADSPOBJ-REC.
           MOVE WS-SCAN-LIB            TO ODLBNM OF QADSPOBJ-REC.
           MOVE WS-SCAN-FILE           TO ODOBNM OF QADSPOBJ-REC.
           PERFORM 2600-PRINT-BREAK.

      *================================================================

       2600-PRINT-BREAK.

           MOVE WS-STATUS              TO DTL-STATUS.
           MOVE ODLBNM OF QADSPOBJ-REC TO DTL-LIB.
           MOVE ODOBNM OF QADSPOBJ-REC TO DTL-FILE.
           MOVE FL-CLASS(FL-IDX)       TO DTL-CLASS.
           MOVE WS-MAX-DAYS            TO DTL-DAYS.
           MOVE ODSDAT OF QADSPOBJ-REC TO DTL-SAVED.
           MOVE ODSTIM OF QADSPOBJ-REC TO DTL-SAVTIM.
           MOVE ODSCMD OF QADSPOBJ-REC TO DTL-SAVCMD.
           MOVE WS-SAVE-AGE            TO DTL-AGE.
           MOVE ODLDAT OF QADSPOBJ-REC TO DTL-CHANGED.
           MOVE ODLTIM OF QADSPOBJ-REC TO DTL-CHGTIM.
           MOVE WS-FINDING             TO DTL-FINDING.
           MOVE DTL-LINE TO BKPCHKLST-REC.
           WRITE BKPCHKLST-REC.

      *================================================================

       2700-RAISE-ALERT.

           MOVE "BKPCOVER"   TO ALERT-TYPE.
           MOVE "W"          TO ALERT-SEV.
           MOVE "BKPCHKCBL"  TO ALERT-SOURCE.
           MOVE SPACES       TO ALERT-TEXT.
           STRING ODLBNM OF QADSPOBJ-REC DELIMITED BY SPACE
                  "/"                    DELIMITED BY SIZE
                  ODOBNM OF QADSPOBJ-REC DELIMITED BY SPACE
                  " "                    DELIMITED BY SIZE
                  WS-FINDING             DELIMITED BY "  "
                  " - SEE BKPCHKCBL"     DELIMITED BY SIZE
              INTO ALERT-TEXT
           END-STRING.
           CALL "ALERTSVC" USING ALERT-PARM.

      *================================================================

       2900-EXEC-COMMAND.

           MOVE 256 TO SWEEP-CMD-LEN.
           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.
           CALL "QCMDEXC" USING SWEEP-CMD-TEXT, SWEEP-CMD-LEN,
                                QUS-EC.
           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              SET FILE-SCAN-NOT-OK TO TRUE
           END-IF.

      *================================================================

       4000-PRINT-TOTALS.

           MOVE "FILES CHECKED"           TO TOT-LABEL.
           MOVE WS-FILE-COUNT             TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.
           MOVE "FILES SKIPPED"           TO TOT-LABEL.
           MOVE WS-SKIP-COUNT             TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.
           MOVE "FILES IN UNCHECKED CLASSES" TO TOT-LABEL.
           MOVE WS-EXEMPT-COUNT           TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.
           MOVE "COVERED"                 TO TOT-LABEL.
           MOVE WS-OK-COUNT               TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.
           MOVE "NEVER SAVED"             TO TOT-LABEL.
           MOVE WS-NEVER-COUNT            TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.
           MOVE "SAVED TOO LONG AGO"      TO TOT-LABEL.
           MOVE WS-STALE-COUNT            TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.
           MOVE "CHANGED SINCE LAST SAVE" TO TOT-LABEL.
           MOVE WS-CHANGED-COUNT          TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.

      *================================================================

       4050-WRITE-TOTAL.

           MOVE TOT-LINE TO BKPCHKLST-REC.
           WRITE BKPCHKLST-REC.
