       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPLFCONCBL.

      *================================================================
      *  Consolidated spool snapshot - rebuilds SPLFCONF each night
      *  from this partition's SPLFOUTF and the SPLFOUTF snapshots
      *  the sister partitions send in over the KIFTPINB inbound
      *  path, one file per partition as named on its SPLFSYS row.
      *  Every sister row is stamped with the partition's SYSNM in
      *  JOBSYSNM, so the company-wide readers (OUTQMONCBL, AGEDSPLF
      *  and SPLFACCCBL with a BATCHSTP scope of "C") can still tell
      *  the partitions' QPRINTs apart. The sister rows are appended
      *  to SPLFHIST as well, under the run date and the partition's
      *  name - SPLFHSTCBL has already kept this partition's own -
      *  and SYSLSTDT on the SPLFSYS row stops a rerun appending the
      *  same night twice.
      *
      *  Nothing here purges or changes anything on a sister: each
      *  partition stays the purge authority over its own spool, and
      *  SPLFPRGE goes on reading the local SPLFOUTF only.
      *
      *  SPLFINBF is pointed at each partition's file in turn by an
      *  OVRDBF through QCMDEXC. The file being there is not proof
      *  enough - last night's copy stays put until the next one
      *  overwrites it - so a partition is only merged when the
      *  KIFTPDLV delivery log holds a landing of its file on its
      *  SYSPROF profile (received or processed) stamped later than
      *  the SYSLSTTS of its last merge; a rerun for a date already
      *  merged needs no new landing. A partition with nothing new
      *  is listed as late; one whose file has gone (the shared
      *  CHKOBJ call) or cannot be opened is listed too. Each raises
      *  an ALERTSVC "SPLFCONS" warning and is left out - one late
      *  partition never stops the rest being consolidated. Runs in
      *  the nightly chain after SPLFHSTCBL and ahead of the scope
      *  "C" steps.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SPLFOUTF       ASSIGN  TO DATABASE-SPLFOUTF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT SPLFINBF       ASSIGN  TO DATABASE-SPLFINBF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL
                  FILE STATUS    IS         WS-INBF-STATUS.

           SELECT SPLFCONF       ASSIGN  TO DATABASE-SPLFCONF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT SPLFHIST       ASSIGN  TO DATABASE-SPLFHIST
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT SPLFSYS        ASSIGN  TO DATABASE-SPLFSYS
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SYSNM.

           SELECT KIFTPDLV       ASSIGN  TO DATABASE-KIFTPDLV
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         DLVKEY.

           SELECT SPLFCONLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  SPLFOUTF
           LABEL RECORDS ARE STANDARD.
       01  SPLFOUTF-REC.
           COPY DDS-ALL-FORMATS OF SPLFOUTF.

      *    SPLFINBF - the sister partition's snapshot as received:
      *    SPLFOUTF's own record format under another name.

       FD  SPLFINBF
           LABEL RECORDS ARE STANDARD.
       01  SPLFINBF-REC.
           COPY DDS-ALL-FORMATS OF SPLFOUTF.

       FD  SPLFCONF
           LABEL RECORDS ARE STANDARD.
       01  SPLFCONF-REC.
           COPY DDS-ALL-FORMATS OF SPLFCONF.

       FD  SPLFHIST
           LABEL RECORDS ARE STANDARD.
       01  SPLFHIST-REC.
           COPY DDS-ALL-FORMATS OF SPLFHIST.

       FD  SPLFSYS
           LABEL RECORDS ARE STANDARD.
       01  SPLFSYS-REC.
           COPY DDS-ALL-FORMATS OF SPLFSYS.

       FD  KIFTPDLV
           LABEL RECORDS ARE STANDARD.
       01  KIFTPDLV-REC.
           COPY DDS-ALL-FORMATS OF KIFTPDLV.

       FD  SPLFCONLST
           LABEL RECORDS ARE OMITTED.
       01  SPLFCONLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-SPLFOUTF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFOUTF        VALUE B"0".
               88  EOF-SPLFOUTF            VALUE B"1".
           05  EOF-SPLFINBF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFINBF        VALUE B"0".
               88  EOF-SPLFINBF            VALUE B"1".
           05  EOF-SPLFSYS-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFSYS         VALUE B"0".
               88  EOF-SPLFSYS             VALUE B"1".
           05  KEEP-HISTORY-SW     PIC 1   VALUE B"0".
               88  KEEP-HISTORY            VALUE B"1".
               88  HISTORY-ALREADY-KEPT    VALUE B"0".
           05  EOF-KIFTPDLV-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-KIFTPDLV        VALUE B"0".
               88  EOF-KIFTPDLV            VALUE B"1".
           05  DELIVERY-FOUND-SW   PIC 1   VALUE B"0".
               88  DELIVERY-FOUND          VALUE B"1".
               88  DELIVERY-NOT-FOUND      VALUE B"0".

       01  WS-INBF-STATUS           PIC X(2)  VALUE SPACES.

       01  CONSOL-CMD.
           05  CONSOL-CMD-TEXT      PIC X(256) VALUE SPACES.
           05  CONSOL-CMD-LEN       PIC S9(9) BINARY.

       COPY QUSEC OF QSYSINC-QLBLSRC.

       01  CHKOBJ-PARM.
           05  CHKOBJ-NAME                 PIC X(10).
           05  CHKOBJ-LIB                  PIC X(10).
           05  CHKOBJ-TYPE                 PIC X(10).
           05  CHKOBJ-FOUND                PIC X(01).
           05  CHKOBJ-MSG                  PIC X(50).

       01  ALERT-PARM.
           05  ALERT-TYPE                  PIC X(10).
           05  ALERT-SEV                   PIC X(1).
           05  ALERT-SOURCE                PIC X(10).
           05  ALERT-TEXT                  PIC X(60).

       01  CONSOL-COUNTERS.
           05  WS-LOCAL-COUNT      PIC S9(7) VALUE ZEROES.
           05  WS-SYS-ROWS         PIC S9(7) VALUE ZEROES.
           05  WS-SYS-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-SYS-MISSING      PIC S9(7) VALUE ZEROES.
           05  WS-SISTER-ROWS      PIC S9(7) VALUE ZEROES.
           05  WS-HIST-ROWS        PIC S9(7) VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(45)
                   VALUE "CONSOLIDATED SPOOL SNAPSHOT".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(10) VALUE "SYSTEM".
               10  FILLER           PIC X(23) VALUE "SNAPSHOT FILE".
               10  FILLER           PIC X(10) VALUE "    ROWS".
               10  FILLER           PIC X(02) VALUE SPACES.
               10  FILLER           PIC X(40) VALUE "OUTCOME".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-SYSNM        PIC X(08).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-FILE         PIC X(21).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-ROWS         PIC ZZZZZZ9.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  DTL-OUTCOME      PIC X(40).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "LOCAL:".
               10  TTL-LOCAL        PIC ZZZZZZ9.
               10  FILLER           PIC X(11) VALUE "  SISTERS:".
               10  TTL-SYS          PIC ZZZZZZ9.
               10  FILLER           PIC X(10) VALUE "  MISSED:".
               10  TTL-MISSING      PIC ZZZZZZ9.
               10  FILLER           PIC X(14) VALUE "  SISTER ROWS:".
               10  TTL-SISTER       PIC ZZZZZZ9.
               10  FILLER           PIC X(12) VALUE "  TO HIST:".
               10  TTL-HIST         PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(8).
       01  LINK-RUN-ID              PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           OPEN OUTPUT SPLFCONF
                       SPLFCONLST.
           OPEN EXTEND SPLFHIST.
           OPEN I-O    SPLFSYS.
           OPEN INPUT  KIFTPDLV.

           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO SPLFCONLST-REC.
           WRITE SPLFCONLST-REC.
           MOVE COL-LINE TO SPLFCONLST-REC.
           WRITE SPLFCONLST-REC.

           PERFORM 1000-COPY-LOCAL.

           MOVE LOW-VALUES TO SYSNM OF SPLFSYS-REC.
           START SPLFSYS KEY IS NOT LESS THAN SYSNM OF SPLFSYS-REC
              INVALID KEY
                 SET EOF-SPLFSYS TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFSYS
              READ SPLFSYS NEXT RECORD
                 AT END
                    SET EOF-SPLFSYS TO TRUE
                 NOT AT END
                    IF SYSACT OF SPLFSYS-REC = "Y"
                       PERFORM 2000-MERGE-SYSTEM
                    END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO SPLFCONLST-REC.
           WRITE SPLFCONLST-REC.
           MOVE WS-LOCAL-COUNT  TO TTL-LOCAL.
           MOVE WS-SYS-COUNT    TO TTL-SYS.
           MOVE WS-SYS-MISSING  TO TTL-MISSING.
           MOVE WS-SISTER-ROWS  TO TTL-SISTER.
           MOVE WS-HIST-ROWS    TO TTL-HIST.
           MOVE TOTAL-LINE TO SPLFCONLST-REC.
           WRITE SPLFCONLST-REC.

           CLOSE SPLFCONF
                 SPLFHIST
                 SPLFSYS
                 KIFTPDLV
                 SPLFCONLST.

           DISPLAY "SPLFCONCBL: " WS-LOCAL-COUNT " local and "
                   WS-SISTER-ROWS " sister entries from "
                   WS-SYS-COUNT " partitions, " WS-SYS-MISSING
                   " missed, for " LINK-RUN-DATE.

           GOBACK.

      *================================================================
      *  This partition's own snapshot goes in as it stands - its
      *  JOBSYSNM is already this system's name.
      *================================================================

       1000-COPY-LOCAL.

           OPEN INPUT SPLFOUTF.

           PERFORM UNTIL EOF-SPLFOUTF
              READ SPLFOUTF
                 AT END
                    SET EOF-SPLFOUTF TO TRUE
                 NOT AT END
                    WRITE SPLFCONF-REC FROM SPLFOUTF-REC
                    ADD 1 TO WS-LOCAL-COUNT
              END-READ
           END-PERFORM.

           CLOSE SPLFOUTF.

           MOVE SPACES TO DTL-LINE.
           MOVE "*LOCAL"             TO DTL-SYSNM.
           MOVE "SPLFOUTF"           TO DTL-FILE.
           MOVE WS-LOCAL-COUNT       TO DTL-ROWS.
           MOVE "MERGED"             TO DTL-OUTCOME.
           MOVE DTL-LINE TO SPLFCONLST-REC.
           WRITE SPLFCONLST-REC.

      *================================================================
      *  One sister partition: check tonight's file has been
      *  delivered and is still there, point SPLFINBF at it, copy it
      *  across stamped with the partition's name, then record the
      *  run on its SPLFSYS row.
      *================================================================

       2000-MERGE-SYSTEM.

           MOVE ZEROES TO WS-SYS-ROWS.
           MOVE SPACES TO DTL-LINE.
           MOVE SYSNM OF SPLFSYS-REC TO DTL-SYSNM.
           STRING SYSLIB  OF SPLFSYS-REC DELIMITED BY SPACE
                  "/"                    DELIMITED BY SIZE
                  SYSFILE OF SPLFSYS-REC DELIMITED BY SPACE
              INTO DTL-FILE
           END-STRING.

           PERFORM 2050-CHECK-DELIVERY.
           IF DELIVERY-NOT-FOUND
              MOVE "LATE - NO NEW DELIVERY, LEFT OUT" TO DTL-OUTCOME
              PERFORM 2900-SYSTEM-MISSED
           ELSE
              MOVE SYSFILE OF SPLFSYS-REC TO CHKOBJ-NAME
              MOVE SYSLIB  OF SPLFSYS-REC TO CHKOBJ-LIB
              MOVE "*FILE"                TO CHKOBJ-TYPE
              CALL "CHKOBJ" USING CHKOBJ-PARM
              IF CHKOBJ-FOUND = "N"
                 MOVE "SNAPSHOT NOT RECEIVED - LEFT OUT"
                    TO DTL-OUTCOME
                 PERFORM 2900-SYSTEM-MISSED
              ELSE
                 PERFORM 2100-OVERRIDE-INBOUND
                 IF EXCEPTION-ID OF QUS-EC NOT = SPACES
                    MOVE "OVRDBF FAILED - LEFT OUT" TO DTL-OUTCOME
                    PERFORM 2900-SYSTEM-MISSED
                 ELSE
                    PERFORM 2200-COPY-INBOUND
                    PERFORM 2800-RELEASE-OVERRIDE
                 END-IF
              END-IF
           END-IF.

      *================================================================
      *  Proof of tonight's delivery: a KIFTPDLV landing of the
      *  partition's file on its profile, into its library, later
      *  than the last merge and not left half-dispatched ("D") or
      *  failed ("F"). The log is keyed profile + file + landed
      *  stamp, so the read starts just past SYSLSTTS. A date that
      *  has already been merged (SYSLSTDT) is a rerun and proved
      *  its delivery the first time.
      *================================================================

       2050-CHECK-DELIVERY.

           SET DELIVERY-NOT-FOUND TO TRUE.

           IF SYSLSTDT OF SPLFSYS-REC = LINK-RUN-DATE
              SET DELIVERY-FOUND TO TRUE
           ELSE
              SET NOT-EOF-KIFTPDLV TO TRUE
              MOVE SYSPROF  OF SPLFSYS-REC TO DLVPROF  OF KIFTPDLV-REC
              MOVE SYSFILE  OF SPLFSYS-REC TO DLVFILE  OF KIFTPDLV-REC
              MOVE SYSLSTTS OF SPLFSYS-REC TO DLVLNDTS OF KIFTPDLV-REC
              START KIFTPDLV KEY IS GREATER THAN DLVKEY OF KIFTPDLV-REC
                 INVALID KEY
                    SET EOF-KIFTPDLV TO TRUE
              END-START

              PERFORM UNTIL EOF-KIFTPDLV OR DELIVERY-FOUND
                 READ KIFTPDLV NEXT RECORD
                    AT END
                       SET EOF-KIFTPDLV TO TRUE
                    NOT AT END
                       IF DLVPROF OF KIFTPDLV-REC
                             = SYSPROF OF SPLFSYS-REC
                       AND DLVFILE OF KIFTPDLV-REC
                             = SYSFILE OF SPLFSYS-REC
                          IF DLVPRDLIB OF KIFTPDLV-REC
                                = SYSLIB OF SPLFSYS-REC
                          AND (DLVSTAT OF KIFTPDLV-REC = "R"
                               OR DLVSTAT OF KIFTPDLV-REC = "P")
                             SET DELIVERY-FOUND TO TRUE
                          END-IF
                       ELSE
                          SET EOF-KIFTPDLV TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *================================================================

       2100-OVERRIDE-INBOUND.

           MOVE SPACES TO CONSOL-CMD-TEXT.
           STRING "OVRDBF FILE(SPLFINBF) TOFILE("  DELIMITED BY SIZE
                  SYSLIB  OF SPLFSYS-REC           DELIMITED BY SPACE
                  "/"                              DELIMITED BY SIZE
                  SYSFILE OF SPLFSYS-REC           DELIMITED BY SPACE
                  ")"                              DELIMITED BY SIZE
              INTO CONSOL-CMD-TEXT
           END-STRING.
           PERFORM 2950-RUN-COMMAND.

      *================================================================

       2200-COPY-INBOUND.

           IF SYSLSTDT OF SPLFSYS-REC = LINK-RUN-DATE
              SET HISTORY-ALREADY-KEPT TO TRUE
           ELSE
              SET KEEP-HISTORY TO TRUE
           END-IF.

           OPEN INPUT SPLFINBF.
           IF WS-INBF-STATUS NOT = "00"
              MOVE "SNAPSHOT WOULD NOT OPEN - LEFT OUT" TO DTL-OUTCOME
              PERFORM 2900-SYSTEM-MISSED
           ELSE
              SET NOT-EOF-SPLFINBF TO TRUE
              PERFORM UNTIL EOF-SPLFINBF
                 READ SPLFINBF
                    AT END
                       SET EOF-SPLFINBF TO TRUE
                    NOT AT END
                       PERFORM 2300-WRITE-SISTER-ROW
                 END-READ
              END-PERFORM
              CLOSE SPLFINBF
              PERFORM 2400-UPDATE-SYSTEM-ROW
           END-IF.

      *================================================================

       2300-WRITE-SISTER-ROW.

           MOVE SPLFINBF-REC TO SPLFCONF-REC.
           MOVE SYSNM OF SPLFSYS-REC TO JOBSYSNM OF SPLFCONF-REC.
           WRITE SPLFCONF-REC.
           ADD 1 TO WS-SYS-ROWS WS-SISTER-ROWS.

           IF KEEP-HISTORY
              INITIALIZE SPLFHIST-REC
              MOVE LINK-RUN-DATE          TO SNPDATE   OF SPLFHIST-REC
              MOVE SPLFNM    OF SPLFCONF-REC
                                          TO SPLFNM    OF SPLFHIST-REC
              MOVE USERNM    OF SPLFCONF-REC
                                          TO USERNM    OF SPLFHIST-REC
              MOVE OUTQNM    OF SPLFCONF-REC
                                          TO OUTQNM    OF SPLFHIST-REC
              MOVE OUTQLIB   OF SPLFCONF-REC
                                          TO OUTQLIB   OF SPLFHIST-REC
              MOVE TOTPG     OF SPLFCONF-REC
                                          TO TOTPG     OF SPLFHIST-REC
              MOVE SPLSIZE   OF SPLFCONF-REC
                                          TO SPLSIZE   OF SPLFHIST-REC
              MOVE SPLSZMULT OF SPLFCONF-REC
                                          TO SPLSZMULT OF SPLFHIST-REC
              MOVE SYSNM     OF SPLFSYS-REC
                                          TO SNPSYSNM  OF SPLFHIST-REC
              WRITE SPLFHIST-REC
              ADD 1 TO WS-HIST-ROWS
           END-IF.

      *================================================================
      *  An empty file is merged (a quiet partition is possible) but
      *  flagged, since it is more often a transfer that went wrong.
      *================================================================

       2400-UPDATE-SYSTEM-ROW.

           ADD 1 TO WS-SYS-COUNT.
           MOVE WS-SYS-ROWS TO DTL-ROWS.
           IF HISTORY-ALREADY-KEPT
              MOVE "MERGED - HISTORY ALREADY KEPT FOR DATE"
                 TO DTL-OUTCOME
           ELSE
              MOVE "MERGED" TO DTL-OUTCOME
              MOVE LINK-RUN-DATE TO SYSLSTDT OF SPLFSYS-REC
           END-IF.
           IF WS-SYS-ROWS = ZEROES
              MOVE "MERGED - SNAPSHOT WAS EMPTY" TO DTL-OUTCOME
           END-IF.
           MOVE DTL-LINE TO SPLFCONLST-REC.
           WRITE SPLFCONLST-REC.

           MOVE WS-SYS-ROWS            TO SYSLSTCNT OF SPLFSYS-REC.
           MOVE FUNCTION CURRENT-DATE  TO SYSLSTTS  OF SPLFSYS-REC.
           REWRITE SPLFSYS-REC.

      *================================================================

       2800-RELEASE-OVERRIDE.

           MOVE "DLTOVR FILE(SPLFINBF)" TO CONSOL-CMD-TEXT.
           PERFORM 2950-RUN-COMMAND.

      *================================================================

       2900-SYSTEM-MISSED.

           ADD 1 TO WS-SYS-MISSING.
           MOVE DTL-LINE TO SPLFCONLST-REC.
           WRITE SPLFCONLST-REC.

           MOVE "SPLFCONS"   TO ALERT-TYPE.
           MOVE "W"          TO ALERT-SEV.
           MOVE "SPLFCONCBL" TO ALERT-SOURCE.
           MOVE SPACES       TO ALERT-TEXT.
           STRING "SPOOL SNAPSHOT FROM "  DELIMITED BY SIZE
                  SYSNM OF SPLFSYS-REC    DELIMITED BY SPACE
                  " MISSING FROM CONSOLIDATION"
                                          DELIMITED BY SIZE
              INTO ALERT-TEXT
           END-STRING.
           CALL "ALERTSVC" USING ALERT-PARM.

      *================================================================

       2950-RUN-COMMAND.

           MOVE 256 TO CONSOL-CMD-LEN.
           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.
           CALL "QCMDEXC" USING CONSOL-CMD-TEXT, CONSOL-CMD-LEN,
                                QUS-EC.
