       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUTDRFCBL.

      *================================================================
      *  Object authority drift against the AUTHFNC function grants
      *  - AUTHFNC decides who may run a function inside our
      *  programs, but a profile with *CHANGE or *ALL to CUSTPF,
      *  AUDITTRL or KIFTPCRD walks round all of it with DFU or
      *  SQL. For every application file on the PGMFINV inventory
      *  this issues DSPOBJAUT into QTEMP/QAOBJAUT and OVRDBF
      *  through QCMDEXC (the DBSIZCBL sweep) and records on
      *  AUTDRFPF each private and public authority beyond *USE
      *  (any object management, existence, alter, reference,
      *  authority management, add, update or delete authority).
      *
      *  A private profile with add, update or delete authority
      *  must also hold an AUTHFNC grant - its own row or the
      *  "*ALL" row, AFACT "Y" - for at least one function whose
      *  program updates or writes the file on PGMFINV; the
      *  programs behind the functions come from CODETBL table
      *  FNCPGM. A group profile's row is checked under the group
      *  name.
      *
      *  AUTDRFPF carries every exposure from run to run, so the
      *  report lists only what is new or has changed since the
      *  last run, and what has gone (removed from AUTDRFPF, so a
      *  later re-grant reports as new). A file whose DSPOBJAUT
      *  fails is skipped and its exposures are left as they were.
      *  New or changed exposure raises one AUTDRIFT warning
      *  through ALERTSVC. Run-date/run-id shape, so NITEBATCH
      *  calls it as a chain step without a dispatch change; run
      *  after PGMFINVCBL has rebuilt the inventory.
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

           SELECT CODETBL        ASSIGN  TO DATABASE-CODETBL
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CTKEY.

           SELECT AUTHFNC        ASSIGN  TO DATABASE-AUTHFNC
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         RANDOM
                  RECORD KEY     IS         AFKEY.

           SELECT QAOBJAUT       ASSIGN  TO DATABASE-QAOBJAUT
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT AUTDRFPF       ASSIGN  TO DATABASE-AUTDRFPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ADKEY.

           SELECT AUTDRFLST      ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  PGMFINV
           LABEL RECORDS ARE STANDARD.
       01  PGMFINV-REC.
           COPY DDS-ALL-FORMATS OF PGMFINV.

       FD  CODETBL
           LABEL RECORDS ARE STANDARD.
       01  CODETBL-REC.
           COPY DDS-ALL-FORMATS OF CODETBL.

       FD  AUTHFNC
           LABEL RECORDS ARE STANDARD.
       01  AUTHFNC-REC.
           COPY DDS-ALL-FORMATS OF AUTHFNC.

       FD  QAOBJAUT
           LABEL RECORDS ARE STANDARD.
       01  QAOBJAUT-REC.
           COPY DDS-ALL-FORMATS OF QAOBJAUT.

       FD  AUTDRFPF
           LABEL RECORDS ARE STANDARD.
       01  AUTDRFPF-REC.
           COPY DDS-ALL-FORMATS OF AUTDRFPF.

       FD  AUTDRFLST
           LABEL RECORDS ARE OMITTED.
       01  AUTDRFLST-REC            PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-PGMFINV-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-PGMFINV         VALUE B"0".
               88  EOF-PGMFINV             VALUE B"1".
           05  EOF-CODETBL-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-CODETBL         VALUE B"0".
               88  EOF-CODETBL             VALUE B"1".
           05  EOF-QAOBJAUT-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-QAOBJAUT        VALUE B"0".
               88  EOF-QAOBJAUT            VALUE B"1".
           05  EOF-AUTDRFPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-AUTDRFPF        VALUE B"0".
               88  EOF-AUTDRFPF            VALUE B"1".
           05  FILE-SCAN-OK-SW     PIC 1   VALUE B"0".
               88  FILE-SCAN-OK            VALUE B"1".
               88  FILE-SCAN-NOT-OK        VALUE B"0".
           05  TABLE-OVERFLOW-SW   PIC 1   VALUE B"0".
               88  TABLE-OVERFLOW          VALUE B"1".
               88  TABLE-NO-OVERFLOW       VALUE B"0".
           05  ENTRY-FOUND-SW      PIC 1   VALUE B"0".
               88  ENTRY-FOUND             VALUE B"1".
               88  ENTRY-NOT-FOUND         VALUE B"0".
           05  GRANT-FOUND-SW      PIC 1   VALUE B"0".
               88  GRANT-FOUND             VALUE B"1".
               88  GRANT-NOT-FOUND         VALUE B"0".
           05  MAINTAINS-SW        PIC 1   VALUE B"0".
               88  PGM-MAINTAINS           VALUE B"1".
               88  PGM-NOT-MAINTAINS       VALUE B"0".

      *          The application files from PGMFINV, one entry per
      *          file. FL-OALIB is the library DSPOBJAUT resolved
      *          the file to, FL-SCANNED "Y" once its authorities
      *          were read - only those files' old exposures can be
      *          judged gone.
       01  FILE-TABLE.
           05  FL-ENTRY OCCURS 2000 TIMES INDEXED BY FL-IDX.
               10  FL-FILE          PIC X(10).
               10  FL-LIB           PIC X(10).
               10  FL-OALIB         PIC X(10).
               10  FL-SCANNED       PIC X(01).
       01  FL-COUNT                 PIC S9(5) BINARY VALUE ZEROES.

      *          Programs that update or write each file (PGMFINV
      *          PFUSGUPD/PFUSGOUT).
       01  MNT-TABLE.
           05  MT-ENTRY OCCURS 5000 TIMES INDEXED BY MT-IDX.
               10  MT-FILE          PIC X(10).
               10  MT-PGM           PIC X(10).
       01  MT-COUNT                 PIC S9(5) BINARY VALUE ZEROES.

      *          Controlled functions and their programs (CODETBL
      *          table FNCPGM).
       01  FNC-TABLE.
           05  FN-ENTRY OCCURS 200 TIMES INDEXED BY FN-IDX.
               10  FN-FUNC          PIC X(10).
               10  FN-PGM           PIC X(10).
       01  FN-COUNT                 PIC S9(5) BINARY VALUE ZEROES.

       01  WS-SCAN-FILE            PIC X(10) VALUE SPACES.
       01  WS-SCAN-LIB             PIC X(10) VALUE SPACES.

       01  EXPOSURE.
           05  WS-DTAUT            PIC X(3).
           05  WS-OWNER            PIC X(1).
           05  WS-GRANT            PIC X(1).
           05  WS-STATUS           PIC X(8).

       01  REPORT-COUNTERS.
           05  WS-FILE-COUNT       PIC S9(5) VALUE ZEROES.
           05  WS-SKIP-COUNT       PIC S9(5) VALUE ZEROES.
           05  WS-EXPOSE-COUNT     PIC S9(7) VALUE ZEROES.
           05  WS-NEW-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-CHANGED-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-REMOVED-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-NOGRANT-COUNT    PIC S9(7) VALUE ZEROES.

       01  WS-NUM-EDIT             PIC Z(6)9.

       01  SWEEP-CMD.
           05  SWEEP-CMD-TEXT      PIC X(256) VALUE SPACES.
           05  SWEEP-CMD-LEN       PIC S9(9) BINARY.

       COPY QUSEC OF QSYSINC-QLBLSRC.

       01  ALERT-PARM.
           05  ALERT-TYPE                  PIC X(10).
           05  ALERT-SEV                   PIC X(1).
           05  ALERT-SOURCE                PIC X(10).
           05  ALERT-TEXT                  PIC X(60).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "OBJECT AUTHORITY EXPOSURE - RUN".
               10  HDR-DATE         PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(10) VALUE "STATUS".
               10  FILLER           PIC X(11) VALUE "LIBRARY".
               10  FILLER           PIC X(11) VALUE "FILE".
               10  FILLER           PIC X(11) VALUE "USER".
               10  FILLER           PIC X(10) VALUE "AUTHORITY".
               10  FILLER           PIC X(06) VALUE "DATA".
               10  FILLER           PIC X(07) VALUE "OWNER".
               10  FILLER           PIC X(30) VALUE "FINDING".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-STATUS       PIC X(10).
               10  DTL-LIB          PIC X(11).
               10  DTL-FILE         PIC X(11).
               10  DTL-USER         PIC X(11).
               10  DTL-OBJA         PIC X(10).
               10  DTL-DTAUT        PIC X(06).
               10  DTL-OWNER        PIC X(07).
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
                       CODETBL
                       AUTHFNC
                I-O    AUTDRFPF
                OUTPUT AUTDRFLST.

           MOVE LINK-RUN-DATE TO HDR-DATE.
           MOVE HDR-LINE TO AUTDRFLST-REC.
           WRITE AUTDRFLST-REC.
           MOVE COL-LINE TO AUTDRFLST-REC.
           WRITE AUTDRFLST-REC.

           PERFORM 1000-LOAD-INVENTORY.
           PERFORM 1200-LOAD-FUNCTIONS.

           IF TABLE-OVERFLOW
              DISPLAY "AUTDRFCBL: file, program or function table "
                      "full - run abandoned rather than reporting "
                      "exposure against part of the inventory"
           ELSE
              PERFORM VARYING FL-IDX FROM 1 BY 1
                 UNTIL FL-IDX > FL-COUNT
                 PERFORM 2000-SCAN-FILE
              END-PERFORM
              PERFORM 3000-SWEEP-REMOVED
              PERFORM 4000-PRINT-TOTALS
              IF WS-NEW-COUNT + WS-CHANGED-COUNT > ZEROES
                 PERFORM 4100-RAISE-ALERT
              END-IF
           END-IF.

           CLOSE PGMFINV
                 CODETBL
                 AUTHFNC
                 AUTDRFPF
                 AUTDRFLST.

           DISPLAY "AUTDRFCBL: " WS-FILE-COUNT " files, "
                   WS-SKIP-COUNT " skipped, "
                   WS-NEW-COUNT " new, "
                   WS-CHANGED-COUNT " changed, "
                   WS-REMOVED-COUNT " removed exposures".

           GOBACK.

      *================================================================
      *  PGMFINV has one row per program-to-file use; a file used by
      *  many programs is scanned once. A blank file library is
      *  looked for on the library list.
      *================================================================

       1000-LOAD-INVENTORY.

           PERFORM UNTIL EOF-PGMFINV OR TABLE-OVERFLOW
              READ PGMFINV
                 AT END
                    SET EOF-PGMFINV TO TRUE
                 NOT AT END
                    IF PFFILE OF PGMFINV-REC NOT = SPACES
                       PERFORM 1050-ADD-FILE
                       IF PFUSGUPD OF PGMFINV-REC = "Y"
                       OR PFUSGOUT OF PGMFINV-REC = "Y"
                          PERFORM 1100-ADD-MAINTAINER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1050-ADD-FILE.

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
                 MOVE SPACES                TO FL-OALIB(FL-IDX)
                 MOVE "N"                   TO FL-SCANNED(FL-IDX)
              ELSE
                 SET TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF.

      *================================================================

       1100-ADD-MAINTAINER.

           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING MT-IDX FROM 1 BY 1
              UNTIL MT-IDX > MT-COUNT OR ENTRY-FOUND
              IF  MT-FILE(MT-IDX) = PFFILE OF PGMFINV-REC
              AND MT-PGM(MT-IDX)  = PFPGM  OF PGMFINV-REC
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF ENTRY-NOT-FOUND
              IF MT-COUNT < 5000
                 ADD 1 TO MT-COUNT
                 SET MT-IDX TO MT-COUNT
                 MOVE PFFILE OF PGMFINV-REC TO MT-FILE(MT-IDX)
                 MOVE PFPGM  OF PGMFINV-REC TO MT-PGM(MT-IDX)
              ELSE
                 SET TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF.

      *================================================================
      *  A retired FNCPGM code (CTACT "N") no longer counts as a
      *  grant route.
      *================================================================

       1200-LOAD-FUNCTIONS.

           MOVE "FNCPGM" TO CTTABLE OF CODETBL-REC.
           MOVE SPACES   TO CTCODE  OF CODETBL-REC.
           START CODETBL KEY IS NOT LESS THAN CTKEY OF CODETBL-REC
              INVALID KEY
                 SET EOF-CODETBL TO TRUE
           END-START.

           PERFORM UNTIL EOF-CODETBL OR TABLE-OVERFLOW
              READ CODETBL NEXT RECORD
                 AT END
                    SET EOF-CODETBL TO TRUE
                 NOT AT END
                    IF CTTABLE OF CODETBL-REC NOT = "FNCPGM"
                       SET EOF-CODETBL TO TRUE
                    ELSE
                       IF CTACT OF CODETBL-REC = "Y"
                          IF FN-COUNT < 200
                             ADD 1 TO FN-COUNT
                             SET FN-IDX TO FN-COUNT
                             MOVE CTCODE OF CODETBL-REC
                                TO FN-FUNC(FN-IDX)
                             MOVE CTDESC OF CODETBL-REC(1:10)
                                TO FN-PGM(FN-IDX)
                          ELSE
                             SET TABLE-OVERFLOW TO TRUE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2000-SCAN-FILE.

           SET FILE-SCAN-OK TO TRUE.
           ADD 1 TO WS-FILE-COUNT.

           MOVE FL-FILE(FL-IDX) TO WS-SCAN-FILE.
           IF FL-LIB(FL-IDX) = SPACES
              MOVE "*LIBL"         TO WS-SCAN-LIB
           ELSE
              MOVE FL-LIB(FL-IDX)  TO WS-SCAN-LIB
           END-IF.

           MOVE SPACES TO SWEEP-CMD-TEXT.
           STRING "DSPOBJAUT OBJ("  DELIMITED BY SIZE
                  WS-SCAN-LIB       DELIMITED BY SPACE
                  "/"               DELIMITED BY SIZE
                  WS-SCAN-FILE      DELIMITED BY SPACE
                  ") OBJTYPE(*FILE) OUTPUT(*OUTFILE)"
                                    DELIMITED BY SIZE
                  " OUTFILE(QTEMP/QAOBJAUT)"
                                    DELIMITED BY SIZE
              INTO SWEEP-CMD-TEXT
           END-STRING.
           PERFORM 2900-EXEC-COMMAND.

           IF FILE-SCAN-OK
              MOVE "OVRDBF FILE(QAOBJAUT) TOFILE(QTEMP/QAOBJAUT)"
                 TO SWEEP-CMD-TEXT
              PERFORM 2900-EXEC-COMMAND
           END-IF.

           IF FILE-SCAN-OK
              PERFORM 2100-READ-AUTHORITIES
              MOVE "Y" TO FL-SCANNED(FL-IDX)
              MOVE "DLTOVR FILE(QAOBJAUT)" TO SWEEP-CMD-TEXT
              PERFORM 2900-EXEC-COMMAND
           ELSE
              ADD 1 TO WS-SKIP-COUNT
              DISPLAY "AUTDRFCBL: file " WS-SCAN-LIB "/"
                      WS-SCAN-FILE
                      " skipped - DSPOBJAUT/OVRDBF failed ("
                      EXCEPTION-ID OF QUS-EC ")"
           END-IF.

      *================================================================
      *  *USE is operational, read and execute; anything else held
      *  is exposure.
      *================================================================

       2100-READ-AUTHORITIES.

           SET NOT-EOF-QAOBJAUT TO TRUE.
           OPEN INPUT QAOBJAUT.

           PERFORM UNTIL EOF-QAOBJAUT
              READ QAOBJAUT
                 AT END
                    SET EOF-QAOBJAUT TO TRUE
                 NOT AT END
                    MOVE OALIB OF QAOBJAUT-REC TO FL-OALIB(FL-IDX)
                    IF OAUSR OF QAOBJAUT-REC NOT = SPACES
                    AND (OAOMGT OF QAOBJAUT-REC = "X"
                      OR OAEXS  OF QAOBJAUT-REC = "X"
                      OR OAALTR OF QAOBJAUT-REC = "X"
                      OR OAREF  OF QAOBJAUT-REC = "X"
                      OR OAAMGT OF QAOBJAUT-REC = "X"
                      OR OAADD  OF QAOBJAUT-REC = "X"
                      OR OAUPD  OF QAOBJAUT-REC = "X"
                      OR OADLT  OF QAOBJAUT-REC = "X")
                       PERFORM 2200-ASSESS-EXPOSURE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE QAOBJAUT.

      *================================================================

       2200-ASSESS-EXPOSURE.

           ADD 1 TO WS-EXPOSE-COUNT.

           MOVE "---" TO WS-DTAUT.
           IF OAADD OF QAOBJAUT-REC = "X"
              MOVE "A" TO WS-DTAUT(1:1)
           END-IF.
           IF OAUPD OF QAOBJAUT-REC = "X"
              MOVE "U" TO WS-DTAUT(2:1)
           END-IF.
           IF OADLT OF QAOBJAUT-REC = "X"
              MOVE "D" TO WS-DTAUT(3:1)
           END-IF.

           IF OAUSR OF QAOBJAUT-REC = OAOWN OF QAOBJAUT-REC
              MOVE "Y" TO WS-OWNER
           ELSE
              MOVE "N" TO WS-OWNER
           END-IF.

           MOVE SPACE TO WS-GRANT.
           IF OAUSR OF QAOBJAUT-REC NOT = "*PUBLIC"
           AND WS-DTAUT NOT = "---"
              PERFORM 2300-CHECK-GRANT
              IF GRANT-FOUND
                 MOVE "Y" TO WS-GRANT
              ELSE
                 MOVE "N" TO WS-GRANT
                 ADD 1 TO WS-NOGRANT-COUNT
              END-IF
           END-IF.

           PERFORM 2500-RECORD-EXPOSURE.

      *================================================================

       2300-CHECK-GRANT.

           SET GRANT-NOT-FOUND TO TRUE.
           PERFORM VARYING FN-IDX FROM 1 BY 1
              UNTIL FN-IDX > FN-COUNT OR GRANT-FOUND
              PERFORM 2350-CHECK-ONE-FUNCTION
           END-PERFORM.

      *================================================================

       2350-CHECK-ONE-FUNCTION.

           SET PGM-NOT-MAINTAINS TO TRUE.
           PERFORM VARYING MT-IDX FROM 1 BY 1
              UNTIL MT-IDX > MT-COUNT OR PGM-MAINTAINS
              IF  MT-FILE(MT-IDX) = FL-FILE(FL-IDX)
              AND MT-PGM(MT-IDX)  = FN-PGM(FN-IDX)
                 SET PGM-MAINTAINS TO TRUE
              END-IF
           END-PERFORM.

           IF PGM-MAINTAINS
              MOVE OAUSR OF QAOBJAUT-REC TO AFUSER OF AUTHFNC-REC
              MOVE FN-FUNC(FN-IDX)       TO AFFUNC OF AUTHFNC-REC
              READ AUTHFNC
                 INVALID KEY
                    MOVE "*ALL" TO AFUSER OF AUTHFNC-REC
                    READ AUTHFNC
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF AFACT OF AUTHFNC-REC = "Y"
                             SET GRANT-FOUND TO TRUE
                          END-IF
                    END-READ
                 NOT INVALID KEY
                    IF AFACT OF AUTHFNC-REC = "Y"
                       SET GRANT-FOUND TO TRUE
                    END-IF
              END-READ
           END-IF.

      *================================================================
      *  An exposure already on AUTDRFPF at the same authority and
      *  grant is only re-stamped; a new one, or a known one whose
      *  authority or grant has moved, is printed.
      *================================================================

       2500-RECORD-EXPOSURE.

           MOVE OALIB  OF QAOBJAUT-REC TO ADLIB  OF AUTDRFPF-REC.
           MOVE OANAME OF QAOBJAUT-REC TO ADFILE OF AUTDRFPF-REC.
           MOVE OAUSR  OF QAOBJAUT-REC TO ADUSER OF AUTDRFPF-REC.
           READ AUTDRFPF
              INVALID KEY
                 MOVE "NEW" TO WS-STATUS
                 ADD 1 TO WS-NEW-COUNT
                 MOVE LINK-RUN-DATE TO ADFIRST OF AUTDRFPF-REC
                 PERFORM 2550-MOVE-EXPOSURE
                 WRITE AUTDRFPF-REC
                 PERFORM 2600-PRINT-EXPOSURE
              NOT INVALID KEY
                 IF ADOBJA  OF AUTDRFPF-REC NOT = OAOBJA OF QAOBJAUT-REC
                 OR ADDTAUT OF AUTDRFPF-REC NOT = WS-DTAUT
                 OR ADGRANT OF AUTDRFPF-REC NOT = WS-GRANT
                    MOVE "CHANGED" TO WS-STATUS
                    ADD 1 TO WS-CHANGED-COUNT
                    PERFORM 2550-MOVE-EXPOSURE
                    REWRITE AUTDRFPF-REC
                    PERFORM 2600-PRINT-EXPOSURE
                 ELSE
                    PERFORM 2550-MOVE-EXPOSURE
                    REWRITE AUTDRFPF-REC
                 END-IF
           END-READ.

      *================================================================

       2550-MOVE-EXPOSURE.

           MOVE OALIB  OF QAOBJAUT-REC TO ADLIB   OF AUTDRFPF-REC.
           MOVE OANAME OF QAOBJAUT-REC TO ADFILE  OF AUTDRFPF-REC.
           MOVE OAUSR  OF QAOBJAUT-REC TO ADUSER  OF AUTDRFPF-REC.
           MOVE OAOBJA OF QAOBJAUT-REC TO ADOBJA  OF AUTDRFPF-REC.
           MOVE WS-DTAUT               TO ADDTAUT OF AUTDRFPF-REC.
           MOVE WS-OWNER               TO ADOWNER OF AUTDRFPF-REC.
           MOVE WS-GRANT               TO ADGRANT OF AUTDRFPF-REC.
           MOVE LINK-RUN-DATE          TO ADLAST  OF AUTDRFPF-REC.
           MOVE LINK-RUN-ID            TO ADRUNID OF AUTDRFPF-REC.

      *================================================================

       2600-PRINT-EXPOSURE.

           MOVE WS-STATUS              TO DTL-STATUS.
           MOVE ADLIB   OF AUTDRFPF-REC TO DTL-LIB.
           MOVE ADFILE  OF AUTDRFPF-REC TO DTL-FILE.
           MOVE ADUSER  OF AUTDRFPF-REC TO DTL-USER.
           MOVE ADOBJA  OF AUTDRFPF-REC TO DTL-OBJA.
           MOVE ADDTAUT OF AUTDRFPF-REC TO DTL-DTAUT.
           MOVE ADOWNER OF AUTDRFPF-REC TO DTL-OWNER.

           IF ADUSER OF AUTDRFPF-REC = "*PUBLIC"
              MOVE "PUBLIC BEYOND *USE"   TO DTL-FINDING
           ELSE
              IF ADGRANT OF AUTDRFPF-REC = "N"
                 MOVE "DATA AUTH, NO FUNCTION GRANT"
                    TO DTL-FINDING
              ELSE
                 MOVE "PRIVATE BEYOND *USE" TO DTL-FINDING
              END-IF
           END-IF.

           MOVE DTL-LINE TO AUTDRFLST-REC.
           WRITE AUTDRFLST-REC.

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
      *  An exposure this run did not find again is gone - but only
      *  for a file whose authorities were read this run.
      *================================================================

       3000-SWEEP-REMOVED.

           MOVE LOW-VALUES TO ADKEY OF AUTDRFPF-REC.
           START AUTDRFPF KEY IS NOT LESS THAN ADKEY OF AUTDRFPF-REC
              INVALID KEY
                 SET EOF-AUTDRFPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-AUTDRFPF
              READ AUTDRFPF NEXT RECORD
                 AT END
                    SET EOF-AUTDRFPF TO TRUE
                 NOT AT END
                    IF ADLAST OF AUTDRFPF-REC < LINK-RUN-DATE
                       PERFORM 3100-CHECK-REMOVED
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       3100-CHECK-REMOVED.

           SET ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING FL-IDX FROM 1 BY 1
              UNTIL FL-IDX > FL-COUNT OR ENTRY-FOUND
              IF  FL-FILE(FL-IDX)    = ADFILE OF AUTDRFPF-REC
              AND FL-OALIB(FL-IDX)   = ADLIB  OF AUTDRFPF-REC
              AND FL-SCANNED(FL-IDX) = "Y"
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF ENTRY-FOUND
              MOVE "REMOVED" TO WS-STATUS
              ADD 1 TO WS-REMOVED-COUNT
              PERFORM 2600-PRINT-EXPOSURE
              DELETE AUTDRFPF RECORD
           END-IF.

      *================================================================

       4000-PRINT-TOTALS.

           MOVE "FILES SCANNED"           TO TOT-LABEL.
           MOVE WS-FILE-COUNT             TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.
           MOVE "FILES SKIPPED"           TO TOT-LABEL.
           MOVE WS-SKIP-COUNT             TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.
           MOVE "EXPOSURES FOUND"         TO TOT-LABEL.
           MOVE WS-EXPOSE-COUNT           TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.
           MOVE "  WITHOUT FUNCTION GRANT" TO TOT-LABEL.
           MOVE WS-NOGRANT-COUNT          TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.
           MOVE "NEW"                     TO TOT-LABEL.
           MOVE WS-NEW-COUNT              TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.
           MOVE "CHANGED"                 TO TOT-LABEL.
           MOVE WS-CHANGED-COUNT          TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.
           MOVE "REMOVED"                 TO TOT-LABEL.
           MOVE WS-REMOVED-COUNT          TO TOT-COUNT.
           PERFORM 4050-WRITE-TOTAL.

      *================================================================

       4050-WRITE-TOTAL.

           MOVE TOT-LINE TO AUTDRFLST-REC.
           WRITE AUTDRFLST-REC.

      *================================================================

       4100-RAISE-ALERT.

           COMPUTE WS-NUM-EDIT = WS-NEW-COUNT + WS-CHANGED-COUNT.
           MOVE "AUTDRIFT"   TO ALERT-TYPE.
           MOVE "W"          TO ALERT-SEV.
           MOVE "AUTDRFCBL"  TO ALERT-SOURCE.
           MOVE SPACES       TO ALERT-TEXT.
           STRING WS-NUM-EDIT          DELIMITED BY SIZE
                  " NEW/CHANGED FILE AUTHORITY EXPOSURES"
                                       DELIMITED BY SIZE
                  " - SEE AUTDRFCBL"   DELIMITED BY SIZE
              INTO ALERT-TEXT
           END-STRING.
           CALL "ALERTSVC" USING ALERT-PARM.
