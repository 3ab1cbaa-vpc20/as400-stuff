       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBSIZCBL.

      *================================================================
      *  Nightly database size capture - nothing recorded how big
      *  SPLFHIST, SPLFARCD, AUDITTRL, CTLSNAP and the logs were
      *  from one month to the next, so disk-full arrived as a
      *  surprise. Run as a nightly chain step (run-date/run-id
      *  shape, so NITEBATCH calls it without a dispatch change).
      *  For each active library on the XREFLIBPF application
      *  library list it issues DSPFD TYPE(*MBR) FILEATR(*PF) into
      *  QTEMP/QAFDMBR and OVRDBF through QCMDEXC (the XREFSWPCBL
      *  sweep), and writes one DBSIZHST row per physical file for
      *  the run date: records, deleted records and size (data
      *  space plus access paths, members summed). A re-run of the
      *  night replaces the night's rows. The system ASP's
      *  capacity and percentage used (QWCRSSTS) go to DBASPHST
      *  the same way. DBSIZRPT ranks the growth weekly.
      *
      *  A file whose deleted records pass its DBSIZTHR reorganize
      *  threshold raises a DBREORG warning through ALERTSVC; a
      *  file no threshold row covers is only recorded.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT XREFLIBPF      ASSIGN  TO DATABASE-XREFLIBPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         XLLIB.

           SELECT QAFDMBR        ASSIGN  TO DATABASE-QAFDMBR
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT DBSIZHST       ASSIGN  TO DATABASE-DBSIZHST
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         DHKEY.

           SELECT DBASPHST       ASSIGN  TO DATABASE-DBASPHST
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         DADATE.

           SELECT DBSIZTHR       ASSIGN  TO DATABASE-DBSIZTHR
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         RANDOM
                  RECORD KEY     IS         DTKEY.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  XREFLIBPF
           LABEL RECORDS ARE STANDARD.
       01  XREFLIBPF-REC.
           COPY DDS-ALL-FORMATS OF XREFLIBPF.

       FD  QAFDMBR
           LABEL RECORDS ARE STANDARD.
       01  QAFDMBR-REC.
           COPY DDS-ALL-FORMATS OF QAFDMBR.

       FD  DBSIZHST
           LABEL RECORDS ARE STANDARD.
       01  DBSIZHST-REC.
           COPY DDS-ALL-FORMATS OF DBSIZHST.

       FD  DBASPHST
           LABEL RECORDS ARE STANDARD.
       01  DBASPHST-REC.
           COPY DDS-ALL-FORMATS OF DBASPHST.

       FD  DBSIZTHR
           LABEL RECORDS ARE STANDARD.
       01  DBSIZTHR-REC.
           COPY DDS-ALL-FORMATS OF DBSIZTHR.

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-XREFLIBPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-XREFLIBPF       VALUE B"0".
               88  EOF-XREFLIBPF           VALUE B"1".
           05  EOF-QAFDMBR-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-QAFDMBR         VALUE B"0".
               88  EOF-QAFDMBR             VALUE B"1".
           05  LIB-SCAN-OK-SW      PIC 1   VALUE B"0".
               88  LIB-SCAN-OK             VALUE B"1".
               88  LIB-SCAN-NOT-OK         VALUE B"0".
           05  FIRST-FILE-SW       PIC 1   VALUE B"0".
               88  FIRST-FILE              VALUE B"0".
               88  NOT-FIRST-FILE          VALUE B"1".
           05  THRESHOLD-SW        PIC 1   VALUE B"0".
               88  THRESHOLD-FOUND         VALUE B"1".
               88  THRESHOLD-NOT-FOUND     VALUE B"0".

       01  WS-SWEEP-LIB            PIC X(10) VALUE SPACES.
       01  WS-TIMESTAMP            PIC X(21) VALUE SPACES.

      *          Member figures summed per file as DSPFD lists the
      *          members of one file together.
       01  FILE-TOTALS.
           05  BRK-MBFILE          PIC X(10).
           05  WS-FILE-RCDS        PIC 9(11) VALUE ZEROES.
           05  WS-FILE-DLTR        PIC 9(11) VALUE ZEROES.
           05  WS-FILE-SIZE        PIC 9(15) VALUE ZEROES.
           05  WS-FILE-MBRS        PIC 9(5)  VALUE ZEROES.

       01  WS-DLT-PCT              PIC 9(3)V9(2) VALUE ZEROES.
       01  WS-PCT-EDIT             PIC ZZ9.
       01  WS-NUM-EDIT             PIC Z(10)9.

       01  REPORT-COUNTERS.
           05  WS-LIB-COUNT        PIC S9(5) VALUE ZEROES.
           05  WS-FILE-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-ALERT-COUNT      PIC S9(7) VALUE ZEROES.

       01  SWEEP-CMD.
           05  SWEEP-CMD-TEXT      PIC X(256) VALUE SPACES.
           05  SWEEP-CMD-LEN       PIC S9(9) BINARY.

       COPY QUSEC OF QSYSINC-QLBLSRC.

      *          QWCRSSTS format SSTS0200 as far as the system ASP
      *          fields; the percentage used comes back in
      *          ten-thousandths of a percent.
       01  SSTS-PARM.
           05  SSTS-RECEIVER.
               10  SSTS-BYTES-AVAIL        PIC S9(9) BINARY.
               10  SSTS-BYTES-RETURNED     PIC S9(9) BINARY.
               10  SSTS-CURRENT-DT         PIC X(8).
               10  SSTS-SYSTEM-NAME        PIC X(8).
               10  SSTS-ELAPSED-TIME       PIC X(6).
               10  SSTS-RESTRICTED         PIC X(1).
               10  FILLER                  PIC X(1).
               10  SSTS-PCT-PROC-USED      PIC S9(9) BINARY.
               10  SSTS-JOBS-IN-SYSTEM     PIC S9(9) BINARY.
               10  SSTS-PCT-PERM-ADDR      PIC S9(9) BINARY.
               10  SSTS-PCT-TEMP-ADDR      PIC S9(9) BINARY.
               10  SSTS-SYSTEM-ASP-MB      PIC S9(9) BINARY.
               10  SSTS-PCT-ASP-USED       PIC S9(9) BINARY.
               10  FILLER                  PIC X(24).
           05  SSTS-RECEIVER-LEN           PIC S9(9) BINARY VALUE 80.
           05  SSTS-FORMAT-NAME            PIC X(8)  VALUE "SSTS0200".
           05  SSTS-RESET-STATS            PIC X(10) VALUE "*NO".

       01  ALERT-PARM.
           05  ALERT-TYPE                  PIC X(10).
           05  ALERT-SEV                   PIC X(1).
           05  ALERT-SOURCE                PIC X(10).
           05  ALERT-TEXT                  PIC X(60).

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(08).
       01  LINK-RUN-ID              PIC 9(06).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.

           OPEN INPUT XREFLIBPF
                      DBSIZTHR.
           OPEN I-O   DBSIZHST
                      DBASPHST.

           MOVE SPACES TO XLLIB OF XREFLIBPF-REC.
           START XREFLIBPF KEY IS NOT LESS THAN XLLIB OF XREFLIBPF-REC
              INVALID KEY
                 SET EOF-XREFLIBPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-XREFLIBPF
              READ XREFLIBPF NEXT RECORD
                 AT END
                    SET EOF-XREFLIBPF TO TRUE
                 NOT AT END
                    IF XLACT OF XREFLIBPF-REC = "Y"
                       MOVE XLLIB OF XREFLIBPF-REC TO WS-SWEEP-LIB
                       ADD 1 TO WS-LIB-COUNT
                       PERFORM 1000-CAPTURE-LIBRARY
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM 3000-CAPTURE-ASP.

           CLOSE XREFLIBPF
                 DBSIZTHR
                 DBSIZHST
                 DBASPHST.

           DISPLAY "DBSIZCBL: " WS-LIB-COUNT " libraries, "
                   WS-FILE-COUNT " files captured, "
                   WS-ALERT-COUNT " reorganize alerts".

           GOBACK.

      *================================================================
      *  A library whose DSPFD fails (restored empty, locked) is
      *  reported and skipped; the rest of the night's capture
      *  still stands.
      *================================================================

       1000-CAPTURE-LIBRARY.

           SET LIB-SCAN-OK TO TRUE.

           MOVE SPACES TO SWEEP-CMD-TEXT.
           STRING "DSPFD FILE("    DELIMITED BY SIZE
                  WS-SWEEP-LIB     DELIMITED BY SPACE
                  "/*ALL) TYPE(*MBR) OUTPUT(*OUTFILE) FILEATR(*PF)"
                                   DELIMITED BY SIZE
                  " OUTFILE(QTEMP/QAFDMBR)"
                                   DELIMITED BY SIZE
              INTO SWEEP-CMD-TEXT
           END-STRING.
           PERFORM 1900-EXEC-COMMAND.

           IF LIB-SCAN-OK
              MOVE "OVRDBF FILE(QAFDMBR) TOFILE(QTEMP/QAFDMBR)"
                 TO SWEEP-CMD-TEXT
              PERFORM 1900-EXEC-COMMAND
           END-IF.

           IF LIB-SCAN-OK
              PERFORM 1100-READ-MEMBERS
              MOVE "DLTOVR FILE(QAFDMBR)" TO SWEEP-CMD-TEXT
              PERFORM 1900-EXEC-COMMAND
           ELSE
              DISPLAY "DBSIZCBL: library " WS-SWEEP-LIB
                      " skipped - DSPFD/OVRDBF failed ("
                      EXCEPTION-ID OF QUS-EC ")"
           END-IF.

      *================================================================

       1100-READ-MEMBERS.

           SET NOT-EOF-QAFDMBR TO TRUE.
           SET FIRST-FILE      TO TRUE.
           OPEN INPUT QAFDMBR.

           PERFORM UNTIL EOF-QAFDMBR
              READ QAFDMBR
                 AT END
                    SET EOF-QAFDMBR TO TRUE
                 NOT AT END
                    IF FIRST-FILE
                       PERFORM 1150-START-FILE
                    ELSE
                       IF MBFILE OF QAFDMBR-REC NOT = BRK-MBFILE
                          PERFORM 1200-WRITE-FILE-SIZE
                          PERFORM 1150-START-FILE
                       END-IF
                    END-IF
                    ADD MBNRCD OF QAFDMBR-REC TO WS-FILE-RCDS
                    ADD MBNDTR OF QAFDMBR-REC TO WS-FILE-DLTR
                    ADD MBDSSZ OF QAFDMBR-REC
                        MBITSZ OF QAFDMBR-REC TO WS-FILE-SIZE
                    IF MBNAME OF QAFDMBR-REC NOT = SPACES
                       ADD 1 TO WS-FILE-MBRS
                    END-IF
              END-READ
           END-PERFORM.

           IF NOT-FIRST-FILE
              PERFORM 1200-WRITE-FILE-SIZE
           END-IF.

           CLOSE QAFDMBR.

      *================================================================

       1150-START-FILE.

           SET NOT-FIRST-FILE TO TRUE.
           MOVE MBFILE OF QAFDMBR-REC TO BRK-MBFILE.
           MOVE ZEROES TO WS-FILE-RCDS WS-FILE-DLTR WS-FILE-SIZE
                          WS-FILE-MBRS.

      *================================================================

       1200-WRITE-FILE-SIZE.

           ADD 1 TO WS-FILE-COUNT.

           MOVE WS-SWEEP-LIB  TO DHLIB  OF DBSIZHST-REC.
           MOVE BRK-MBFILE    TO DHFILE OF DBSIZHST-REC.
           MOVE LINK-RUN-DATE TO DHDATE OF DBSIZHST-REC.
           READ DBSIZHST
              INVALID KEY
                 PERFORM 1250-MOVE-FILE-SIZE
                 WRITE DBSIZHST-REC
              NOT INVALID KEY
                 PERFORM 1250-MOVE-FILE-SIZE
                 REWRITE DBSIZHST-REC
           END-READ.

           PERFORM 2000-CHECK-REORGANIZE.

      *================================================================

       1250-MOVE-FILE-SIZE.

           MOVE WS-FILE-RCDS  TO DHRCDS  OF DBSIZHST-REC.
           MOVE WS-FILE-DLTR  TO DHDLTR  OF DBSIZHST-REC.
           MOVE WS-FILE-SIZE  TO DHSIZE  OF DBSIZHST-REC.
           MOVE WS-FILE-MBRS  TO DHMBRS  OF DBSIZHST-REC.
           MOVE LINK-RUN-ID   TO DHRUNID OF DBSIZHST-REC.
           MOVE WS-TIMESTAMP  TO DHTS    OF DBSIZHST-REC.

      *================================================================

       1900-EXEC-COMMAND.

           MOVE 256 TO SWEEP-CMD-LEN.
           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.
           CALL "QCMDEXC" USING SWEEP-CMD-TEXT, SWEEP-CMD-LEN,
                                QUS-EC.
           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              SET LIB-SCAN-NOT-OK TO TRUE
           END-IF.

      *================================================================
      *  Deleted records as a percentage of all the file's records,
      *  active and deleted - the space a RGZPFM would give back.
      *================================================================

       2000-CHECK-REORGANIZE.

           PERFORM 2100-FIND-THRESHOLD.

           IF THRESHOLD-FOUND
           AND WS-FILE-DLTR > ZEROES
              COMPUTE WS-DLT-PCT = WS-FILE-DLTR * 100
                                 / (WS-FILE-RCDS + WS-FILE-DLTR)
              IF WS-DLT-PCT NOT < DTDLTPCT OF DBSIZTHR-REC
              AND WS-FILE-DLTR NOT < DTDLTMIN OF DBSIZTHR-REC
                 PERFORM 2200-RAISE-REORGANIZE
              END-IF
           END-IF.

      *================================================================

       2100-FIND-THRESHOLD.

           SET THRESHOLD-FOUND TO TRUE.

           MOVE WS-SWEEP-LIB TO DTLIB  OF DBSIZTHR-REC.
           MOVE BRK-MBFILE   TO DTFILE OF DBSIZTHR-REC.
           READ DBSIZTHR
              INVALID KEY
                 MOVE "*ALL" TO DTFILE OF DBSIZTHR-REC
                 READ DBSIZTHR
                    INVALID KEY
                       MOVE "*ALL" TO DTLIB OF DBSIZTHR-REC
                       READ DBSIZTHR
                          INVALID KEY
                             SET THRESHOLD-NOT-FOUND TO TRUE
                       END-READ
                 END-READ
           END-READ.

      *================================================================

       2200-RAISE-REORGANIZE.

           ADD 1 TO WS-ALERT-COUNT.

           MOVE WS-DLT-PCT   TO WS-PCT-EDIT.
           MOVE WS-FILE-DLTR TO WS-NUM-EDIT.
           MOVE "DBREORG"    TO ALERT-TYPE.
           MOVE "W"          TO ALERT-SEV.
           MOVE "DBSIZCBL"   TO ALERT-SOURCE.
           MOVE SPACES       TO ALERT-TEXT.
           STRING WS-SWEEP-LIB         DELIMITED BY SPACE
                  "/"                  DELIMITED BY SIZE
                  BRK-MBFILE           DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  WS-PCT-EDIT          DELIMITED BY SIZE
                  "% DELETED ("        DELIMITED BY SIZE
                  WS-NUM-EDIT          DELIMITED BY SIZE
                  ") - REORGANIZE"     DELIMITED BY SIZE
              INTO ALERT-TEXT
           END-STRING.
           CALL "ALERTSVC" USING ALERT-PARM.

      *================================================================
      *  A failed QWCRSSTS leaves the night without an ASP row;
      *  DBSIZRPT projects from the nights it has.
      *================================================================

       3000-CAPTURE-ASP.

           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.
           CALL "QWCRSSTS" USING SSTS-RECEIVER, SSTS-RECEIVER-LEN,
                SSTS-FORMAT-NAME, SSTS-RESET-STATS, QUS-EC.

           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              DISPLAY "DBSIZCBL: QWCRSSTS failed ("
                      EXCEPTION-ID OF QUS-EC ") - no ASP capture"
           ELSE
              MOVE LINK-RUN-DATE TO DADATE OF DBASPHST-REC
              READ DBASPHST
                 INVALID KEY
                    PERFORM 3100-MOVE-ASP
                    WRITE DBASPHST-REC
                 NOT INVALID KEY
                    PERFORM 3100-MOVE-ASP
                    REWRITE DBASPHST-REC
              END-READ
           END-IF.

      *================================================================

       3100-MOVE-ASP.

           MOVE SSTS-SYSTEM-ASP-MB TO DACAPMB  OF DBASPHST-REC.
           COMPUTE DAPCTUSD OF DBASPHST-REC
                 = SSTS-PCT-ASP-USED / 10000.
           MOVE LINK-RUN-ID        TO DARUNID  OF DBASPHST-REC.
           MOVE WS-TIMESTAMP       TO DATS     OF DBASPHST-REC.
