       IDENTIFICATION DIVISION.
      *****************************************************************
      **                       KPL System                            **
      **                       ----------                            **
      ** Program Id    -  KIFTPMRPT   Monthly FTP partner transfer   **
      **                              and reliability report         **
      **                                                             **
      *****************************************************************
      **                                                             **
      **  CHANGES DETAILS                                            **
      **                                                             **
      **  Change No. Date      BY  Description                       **
      **  ---------- -----     --  -----------------------           **
      **                                                             **
      *****************************************************************

       PROGRAM-ID.    KIFTPMRPT.
       AUTHOR.        VPC.
       INSTALLATION.  KEPPEL TATLEE.
       DATE-COMPILED.

      *---------------------------------------------------------------*
      * Run early in the month for the month just ended (CCYYMM
      * passed in, as ALERTANL). KIFTPSTS and KIFTPDEF say what went,
      * what failed and what waited, and KIFTPACKC has stamped what
      * the partner acknowledged - this pulls it together per
      * destination profile (the file's profile off the KIFTPDSF
      * member lists, first profile carrying the file wins, as
      * KIFTPACKC resolves it; a file on no list is "*NONE"):
      *
      *   - files put and the records on them, puts failed, and
      *     retries (a put of a file whose previous put failed -
      *     the KIFTPRCN retry script's work);
      *   - sections deferred by the transfer window;
      *   - acknowledgments, count mismatches, average and worst
      *     hours from the put to the acknowledgment, and SLA
      *     breaches against the profile's DSTSLAHRS - acknowledged
      *     late, or still unacknowledged past it now.
      *
      * The month's figures are written to KIFTPMSUM (a re-run
      * replaces the month), which is where the partner-by-month
      * trend section - the month and the five before it - comes
      * from, and what the operations scorecard reads. Transfer
      * rows LOGRETCBL has already cleared keep no profile or
      * acknowledgment detail, so the month must be reported while
      * its KIFTPSTS rows are still on file.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KIFTPSTS-FILE   ASSIGN  TO DATABASE-KIFTPSTS
                  ORGANIZATION    IS         SEQUENTIAL
                  ACCESS          IS         SEQUENTIAL.

           SELECT KIFTPDEF-FILE   ASSIGN  TO DATABASE-KIFTPDEF
                  ORGANIZATION    IS         SEQUENTIAL
                  ACCESS          IS         SEQUENTIAL.

           SELECT KIFTPDST-FILE   ASSIGN  TO DATABASE-KIFTPDST
                  ORGANIZATION    IS         INDEXED
                  ACCESS          IS         DYNAMIC
                  RECORD KEY      IS         DSTPROF.

           SELECT KIFTPDSF-FILE   ASSIGN  TO DATABASE-KIFTPDSF
                  ORGANIZATION    IS         INDEXED
                  ACCESS          IS         DYNAMIC
                  RECORD KEY      IS         DSFKEY.

           SELECT KIFTPMSUM-FILE  ASSIGN  TO DATABASE-KIFTPMSUM
                  ORGANIZATION    IS         INDEXED
                  ACCESS          IS         DYNAMIC
                  RECORD KEY      IS         MSKEY.

           SELECT KIFTPMLST       ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION    IS         SEQUENTIAL.

      *---------------------------------------------------------------*

       DATA DIVISION.
       FILE SECTION.

       FD  KIFTPSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPSTS-REC.
       COPY DDS-ALL-FORMATS OF KIFTPSTS.

       FD  KIFTPDEF-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPDEF-REC.
       COPY DDS-ALL-FORMATS OF KIFTPDEF.

       FD  KIFTPDST-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPDST-REC.
       COPY DDS-ALL-FORMATS OF KIFTPDST.

       FD  KIFTPDSF-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPDSF-REC.
       COPY DDS-ALL-FORMATS OF KIFTPDSF.

       FD  KIFTPMSUM-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPMSUM-REC.
       COPY DDS-ALL-FORMATS OF KIFTPMSUM.

       FD  KIFTPMLST
           LABEL RECORDS ARE OMITTED.
       01  KIFTPMLST-REC               PIC X(132).

       WORKING-STORAGE SECTION.

       01  PROGRAM-SWITCHES.
           05 WS-EOF-KIFTPSTS         PIC 1 VALUE B"0".
              88  NOT-EOF-KIFTPSTS    VALUE B"0".
              88  EOF-KIFTPSTS        VALUE B"1".
           05 WS-EOF-KIFTPDEF         PIC 1 VALUE B"0".
              88  NOT-EOF-KIFTPDEF    VALUE B"0".
              88  EOF-KIFTPDEF        VALUE B"1".
           05 WS-EOF-KIFTPDST         PIC 1 VALUE B"0".
              88  NOT-EOF-KIFTPDST    VALUE B"0".
              88  EOF-KIFTPDST        VALUE B"1".
           05 WS-EOF-KIFTPDSF         PIC 1 VALUE B"0".
              88  NOT-EOF-KIFTPDSF    VALUE B"0".
              88  EOF-KIFTPDSF        VALUE B"1".
           05 WS-EOF-KIFTPMSUM        PIC 1 VALUE B"0".
              88  NOT-EOF-KIFTPMSUM   VALUE B"0".
              88  EOF-KIFTPMSUM       VALUE B"1".

       01  MONTH-WORK.
           05 WS-MONTH                 PIC 9(6)  VALUE ZEROES.
           05 WS-MONTH-X REDEFINES WS-MONTH
                                       PIC X(6).
           05 WS-TRD-MONTH             PIC 9(6)  VALUE ZEROES.
           05 WS-TRD-PARTS REDEFINES WS-TRD-MONTH.
              10 WS-TRD-CCYY           PIC 9(4).
              10 WS-TRD-MM             PIC 9(2).
           05 WS-ROW-MONTH             PIC 9(6)  VALUE ZEROES.
           05 WS-RUN-TS                PIC X(21) VALUE SPACES.

      * Minutes from put to acknowledgment (or to now, for a put
      * still awaiting one).

       01  LATENCY-WORK.
           05 WS-NOW-DATE              PIC 9(8)  VALUE ZEROES.
           05 WS-NOW-INT               PIC S9(9) VALUE ZEROES.
           05 WS-NOW-MIN               PIC S9(5) VALUE ZEROES.
           05 WS-STS-DATE              PIC 9(8)  VALUE ZEROES.
           05 WS-STS-INT               PIC S9(9) VALUE ZEROES.
           05 WS-STS-HH                PIC 9(2)  VALUE ZEROES.
           05 WS-STS-MI                PIC 9(2)  VALUE ZEROES.
           05 WS-ACK-DATE              PIC 9(8)  VALUE ZEROES.
           05 WS-ACK-INT               PIC S9(9) VALUE ZEROES.
           05 WS-ACK-HH                PIC 9(2)  VALUE ZEROES.
           05 WS-ACK-MI                PIC 9(2)  VALUE ZEROES.
           05 WS-WAIT-MIN              PIC S9(9) VALUE ZEROES.
           05 WS-SLA-MIN               PIC S9(9) VALUE ZEROES.

       01  WORK-AREAS.
           05 I                        PIC 9(4)  VALUE ZEROES.
           05 J                        PIC 9(4)  VALUE ZEROES.
           05 PX                       PIC 9(4)  VALUE ZEROES.
           05 FX                       PIC 9(4)  VALUE ZEROES.
           05 TX                       PIC 9(4)  VALUE ZEROES.
           05 WS-FIND-PROF             PIC X(10) VALUE SPACES.
           05 WS-PREV-STAT             PIC X(1)  VALUE SPACES.
           05 WS-REPLACED              PIC 9(5)  VALUE ZEROES.
           05 WS-WRITTEN               PIC 9(5)  VALUE ZEROES.
           05 WS-HRS                   PIC 9(5)V9 VALUE ZEROES.
           05 WS-PCT                   PIC 9(3)V9 VALUE ZEROES.
           05 WS-TRD-PRINTED           PIC X(1)  VALUE "N".

      * Every profile on KIFTPDST, "*NONE", and any profile that
      * only turns up on KIFTPDEF - with the month's figures.

       01  PROFILE-TABLE.
           05 PRF-ENTRY OCCURS 200.
              10 PRF-PROF              PIC X(10).
              10 PRF-SLA               PIC 9(3).
              10 PRF-FILES             PIC 9(7).
              10 PRF-RECS              PIC 9(11).
              10 PRF-FAIL              PIC 9(7).
              10 PRF-RETRY             PIC 9(7).
              10 PRF-DEFER             PIC 9(7).
              10 PRF-ACKED             PIC 9(7).
              10 PRF-MISM              PIC 9(7).
              10 PRF-TIMED             PIC 9(7).
              10 PRF-WAITTOT           PIC 9(11).
              10 PRF-WORST             PIC 9(7).
              10 PRF-BREACH            PIC 9(7).
              10 PRF-UNACK             PIC 9(7).
       01  PRF-COUNT                   PIC 9(4) VALUE ZEROES.

      * File to profile, off the KIFTPDSF member lists.

       01  FILE-MAP-TABLE.
           05 FMAP-ENTRY OCCURS 999.
              10 FMAP-FILE             PIC X(10).
              10 FMAP-PRF              PIC 9(4).
       01  FMAP-COUNT                  PIC 9(4) VALUE ZEROES.

      * Each file's latest put status so far on KIFTPSTS (which is
      * in the order the reconciliations wrote it) - a put after a
      * failed one is a retry.

       01  FILE-STATUS-TABLE.
           05 FST-ENTRY OCCURS 999.
              10 FST-FILE              PIC X(10).
              10 FST-LAST              PIC X(1).
       01  FST-COUNT                   PIC 9(4) VALUE ZEROES.

      * The trend: per profile found on KIFTPMSUM, the month and the
      * five before it (TRD-M 6 is the month being reported).

       01  TREND-MONTHS.
           05 TRM-MONTH                PIC 9(6) OCCURS 6.
       01  TREND-TABLE.
           05 TRD-ENTRY OCCURS 200.
              10 TRD-PROF              PIC X(10).
              10 TRD-M OCCURS 6.
                 15 TRD-SET            PIC X(1).
                 15 TRD-FILES          PIC 9(7).
                 15 TRD-RECS           PIC 9(11).
                 15 TRD-FAIL           PIC 9(7).
                 15 TRD-RETRY          PIC 9(7).
                 15 TRD-DEFER          PIC 9(7).
                 15 TRD-AVGMIN         PIC 9(7).
                 15 TRD-BREACH         PIC 9(7).
       01  TRD-COUNT                   PIC 9(4) VALUE ZEROES.

       01  MONTH-TOTALS.
           05 TOT-FILES                PIC 9(7)  VALUE ZEROES.
           05 TOT-RECS                 PIC 9(11) VALUE ZEROES.
           05 TOT-FAIL                 PIC 9(7)  VALUE ZEROES.
           05 TOT-RETRY                PIC 9(7)  VALUE ZEROES.
           05 TOT-DEFER                PIC 9(7)  VALUE ZEROES.
           05 TOT-ACKED                PIC 9(7)  VALUE ZEROES.
           05 TOT-MISM                 PIC 9(7)  VALUE ZEROES.
           05 TOT-TIMED                PIC 9(7)  VALUE ZEROES.
           05 TOT-WAITTOT              PIC 9(11) VALUE ZEROES.
           05 TOT-WORST                PIC 9(7)  VALUE ZEROES.
           05 TOT-BREACH               PIC 9(7)  VALUE ZEROES.
           05 TOT-UNACK                PIC 9(7)  VALUE ZEROES.

       01  KIFTPMLST-LINES.
           05  HDR-LINE.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  FILLER              PIC X(46) VALUE
                   "FTP PARTNER TRANSFER AND RELIABILITY REPORT".
               10  FILLER              PIC X(07) VALUE "MONTH ".
               10  HDR-MONTH           PIC 9(6).
           05  SEC-LINE.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  SEC-TITLE           PIC X(60).
           05  COL-LINE.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  FILLER              PIC X(11) VALUE "PROFILE".
               10  FILLER              PIC X(08) VALUE "  FILES".
               10  FILLER              PIC X(12) VALUE
                   "    RECORDS".
               10  FILLER              PIC X(07) VALUE " FAILED".
               10  FILLER              PIC X(06) VALUE " FAIL%".
               10  FILLER              PIC X(06) VALUE " RETRY".
               10  FILLER              PIC X(06) VALUE " DEFER".
               10  FILLER              PIC X(07) VALUE "  ACKED".
               10  FILLER              PIC X(06) VALUE "  MISM".
               10  FILLER              PIC X(08) VALUE " AVG HRS".
               10  FILLER              PIC X(08) VALUE " WST HRS".
               10  FILLER              PIC X(04) VALUE " SLA".
               10  FILLER              PIC X(06) VALUE " BRCH".
               10  FILLER              PIC X(06) VALUE " UNACK".
           05  DTL-LINE.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-PROF            PIC X(10).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-FILES           PIC ZZZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-RECS            PIC ZZZZZZZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-FAIL            PIC ZZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-FAILPCT         PIC ZZ9.9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-RETRY           PIC ZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-DEFER           PIC ZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-ACKED           PIC ZZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-MISM            PIC ZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-AVGHRS          PIC ZZZZ9.9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-WSTHRS          PIC ZZZZ9.9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-SLA             PIC ZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-BREACH          PIC ZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  DTL-UNACK           PIC ZZZZ9.
           05  TRC-LINE.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  FILLER              PIC X(11) VALUE "PROFILE".
               10  FILLER              PIC X(07) VALUE "MONTH".
               10  FILLER              PIC X(08) VALUE "  FILES".
               10  FILLER              PIC X(12) VALUE
                   "    RECORDS".
               10  FILLER              PIC X(07) VALUE " FAILED".
               10  FILLER              PIC X(06) VALUE " FAIL%".
               10  FILLER              PIC X(06) VALUE " RETRY".
               10  FILLER              PIC X(06) VALUE " DEFER".
               10  FILLER              PIC X(08) VALUE " AVG HRS".
               10  FILLER              PIC X(06) VALUE " BRCH".
           05  TRD-LINE.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  TRL-PROF            PIC X(10).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  TRL-MONTH           PIC 9(6).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  TRL-FILES           PIC ZZZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  TRL-RECS            PIC ZZZZZZZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  TRL-FAIL            PIC ZZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  TRL-FAILPCT         PIC ZZ9.9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  TRL-RETRY           PIC ZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  TRL-DEFER           PIC ZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  TRL-AVGHRS          PIC ZZZZ9.9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  TRL-BREACH          PIC ZZZZ9.
           05  NONE-LINE.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  FILLER              PIC X(50) VALUE
                   "NO TRANSFERS OR DEFERRALS IN THE MONTH".

       LINKAGE SECTION.

       01  MONTH-PARM               PIC 9(6).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION USING MONTH-PARM.

       A000-MAIN-PARA.

           PERFORM A1000-INIT-PARA        THRU A1000-EXIT.
           PERFORM B1000-READ-TRANSFERS   THRU B1000-EXIT.
           PERFORM B2000-READ-DEFERRALS   THRU B2000-EXIT.
           PERFORM C1000-STORE-SUMMARY    THRU C1000-EXIT.
           PERFORM D1000-PRINT-MONTH      THRU D1000-EXIT.
           PERFORM E1000-PRINT-TREND      THRU E1000-EXIT.
           PERFORM F1000-CLOSE-PARA       THRU F1000-EXIT.

       A000-EXIT.
           GOBACK.

      *---------------------------------------------------------------*

       A1000-INIT-PARA.

           MOVE MONTH-PARM TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS.
           MOVE WS-RUN-TS(1:8) TO WS-NOW-DATE.
           COMPUTE WS-NOW-INT = FUNCTION INTEGER-OF-DATE(WS-NOW-DATE).
           MOVE WS-RUN-TS(9:2) TO WS-STS-HH.
           MOVE WS-RUN-TS(11:2) TO WS-STS-MI.
           COMPUTE WS-NOW-MIN = WS-STS-HH * 60 + WS-STS-MI.

      * The trend months, oldest first.

           MOVE WS-MONTH TO WS-TRD-MONTH.
           PERFORM VARYING TX FROM 6 BY -1 UNTIL TX < 1
              MOVE WS-TRD-MONTH TO TRM-MONTH(TX)
              IF WS-TRD-MM = 1
                 COMPUTE WS-TRD-MONTH = (WS-TRD-CCYY - 1) * 100 + 12
              ELSE
                 SUBTRACT 1 FROM WS-TRD-MONTH
              END-IF
           END-PERFORM.

           OPEN INPUT  KIFTPDST-FILE
                       KIFTPDSF-FILE.
           OPEN I-O    KIFTPMSUM-FILE.
           OPEN OUTPUT KIFTPMLST.

           MOVE WS-MONTH TO HDR-MONTH.
           MOVE HDR-LINE TO KIFTPMLST-REC.
           WRITE KIFTPMLST-REC.

           PERFORM A1100-LOAD-PROFILES  THRU A1100-EXIT.
           PERFORM A1200-LOAD-FILE-MAP  THRU A1200-EXIT.

           CLOSE KIFTPDST-FILE
                 KIFTPDSF-FILE.

       A1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       A1100-LOAD-PROFILES.

           MOVE "*NONE" TO WS-FIND-PROF.
           PERFORM G1000-FIND-PROFILE THRU G1000-EXIT.

           SET NOT-EOF-KIFTPDST TO TRUE.
           MOVE LOW-VALUES TO DSTPROF OF KIFTPDST-REC.
           START KIFTPDST-FILE
              KEY NOT < DSTPROF OF KIFTPDST-REC
              INVALID KEY
                 SET EOF-KIFTPDST TO TRUE
           END-START.

           PERFORM UNTIL EOF-KIFTPDST
              READ KIFTPDST-FILE NEXT RECORD
                 AT END
                    SET EOF-KIFTPDST TO TRUE
                 NOT AT END
                    MOVE DSTPROF OF KIFTPDST-REC TO WS-FIND-PROF
                    PERFORM G1000-FIND-PROFILE THRU G1000-EXIT
                    IF PX > 0
                       MOVE DSTSLAHRS OF KIFTPDST-REC TO PRF-SLA(PX)
                    END-IF
              END-READ
           END-PERFORM.

       A1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       A1200-LOAD-FILE-MAP.

           SET NOT-EOF-KIFTPDSF TO TRUE.
           MOVE LOW-VALUES TO DSFKEY OF KIFTPDSF-REC.
           START KIFTPDSF-FILE
              KEY NOT < DSFKEY OF KIFTPDSF-REC
              INVALID KEY
                 SET EOF-KIFTPDSF TO TRUE
           END-START.

           PERFORM UNTIL EOF-KIFTPDSF
              READ KIFTPDSF-FILE NEXT RECORD
                 AT END
                    SET EOF-KIFTPDSF TO TRUE
                 NOT AT END
                    PERFORM A1210-MAP-FILE THRU A1210-EXIT
              END-READ
           END-PERFORM.

       A1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       A1210-MAP-FILE.

           MOVE ZEROES TO FX.
           PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > FMAP-COUNT OR FX > 0
              IF FMAP-FILE(I) = DSFFILE OF KIFTPDSF-REC
                 MOVE I TO FX
              END-IF
           END-PERFORM.

           IF FX > 0 OR FMAP-COUNT >= 999
              GO TO A1210-EXIT
           END-IF.

           MOVE DSFPROF OF KIFTPDSF-REC TO WS-FIND-PROF.
           PERFORM G1000-FIND-PROFILE THRU G1000-EXIT.
           IF PX = 0
              GO TO A1210-EXIT
           END-IF.

           ADD 1 TO FMAP-COUNT.
           MOVE DSFFILE OF KIFTPDSF-REC TO FMAP-FILE(FMAP-COUNT).
           MOVE PX                      TO FMAP-PRF (FMAP-COUNT).

       A1210-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1000-READ-TRANSFERS.

           SET NOT-EOF-KIFTPSTS TO TRUE.
           OPEN INPUT KIFTPSTS-FILE.

           PERFORM B1100-NEXT-TRANSFER THRU B1100-EXIT
              UNTIL EOF-KIFTPSTS.

           CLOSE KIFTPSTS-FILE.

       B1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1100-NEXT-TRANSFER.

           READ KIFTPSTS-FILE
              AT END
                 SET EOF-KIFTPSTS TO TRUE
                 GO TO B1100-EXIT
           END-READ.

      * The file's previous status is noted whatever the month, so
      * the first put of a month can still be a retry of the last
      * one of the month before.

           PERFORM B1200-NOTE-FILE-STATUS THRU B1200-EXIT.

           IF STSTS OF KIFTPSTS-REC(1:6) NOT = WS-MONTH-X
              GO TO B1100-EXIT
           END-IF.

           MOVE ZEROES TO PX.
           PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > FMAP-COUNT OR PX > 0
              IF FMAP-FILE(I) = STSFILE OF KIFTPSTS-REC
                 MOVE FMAP-PRF(I) TO PX
              END-IF
           END-PERFORM.
           IF PX = 0
              MOVE 1 TO PX
           END-IF.

           IF WS-PREV-STAT = "N"
              ADD 1 TO PRF-RETRY(PX)
           END-IF.

           IF STSSTAT OF KIFTPSTS-REC NOT = "Y"
              ADD 1 TO PRF-FAIL(PX)
              GO TO B1100-EXIT
           END-IF.

           ADD 1 TO PRF-FILES(PX).
           ADD STSRECCNT OF KIFTPSTS-REC TO PRF-RECS(PX).
           COMPUTE WS-SLA-MIN = PRF-SLA(PX) * 60.

           IF STSACK OF KIFTPSTS-REC = SPACES
              ADD 1 TO PRF-UNACK(PX)
              IF PRF-SLA(PX) > 0
              AND STSTS OF KIFTPSTS-REC(1:12) NUMERIC
                 PERFORM B1300-WAIT-TO-NOW THRU B1300-EXIT
                 IF WS-WAIT-MIN > WS-SLA-MIN
                    ADD 1 TO PRF-BREACH(PX)
                 END-IF
              END-IF
              GO TO B1100-EXIT
           END-IF.

           ADD 1 TO PRF-ACKED(PX).
           IF STSACK OF KIFTPSTS-REC = "M"
              ADD 1 TO PRF-MISM(PX)
           END-IF.

           IF STSTS    OF KIFTPSTS-REC(1:12) NOT NUMERIC
           OR STSACKTS OF KIFTPSTS-REC(1:12) NOT NUMERIC
              GO TO B1100-EXIT
           END-IF.

           PERFORM B1400-WAIT-TO-ACK THRU B1400-EXIT.
           ADD 1           TO PRF-TIMED(PX).
           ADD WS-WAIT-MIN TO PRF-WAITTOT(PX).
           IF WS-WAIT-MIN > PRF-WORST(PX)
              MOVE WS-WAIT-MIN TO PRF-WORST(PX)
           END-IF.
           IF PRF-SLA(PX) > 0
           AND WS-WAIT-MIN > WS-SLA-MIN
              ADD 1 TO PRF-BREACH(PX)
           END-IF.

       B1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1200-NOTE-FILE-STATUS.

           MOVE SPACES TO WS-PREV-STAT.
           MOVE ZEROES TO FX.
           PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > FST-COUNT OR FX > 0
              IF FST-FILE(I) = STSFILE OF KIFTPSTS-REC
                 MOVE I TO FX
              END-IF
           END-PERFORM.

           IF FX = 0
              IF FST-COUNT >= 999
                 GO TO B1200-EXIT
              END-IF
              ADD 1 TO FST-COUNT
              MOVE FST-COUNT TO FX
              MOVE STSFILE OF KIFTPSTS-REC TO FST-FILE(FX)
              MOVE SPACES TO FST-LAST(FX)
           END-IF.

           MOVE FST-LAST(FX)             TO WS-PREV-STAT.
           MOVE STSSTAT OF KIFTPSTS-REC  TO FST-LAST(FX).

       B1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1300-WAIT-TO-NOW.

           MOVE STSTS OF KIFTPSTS-REC(1:8)  TO WS-STS-DATE.
           MOVE STSTS OF KIFTPSTS-REC(9:2)  TO WS-STS-HH.
           MOVE STSTS OF KIFTPSTS-REC(11:2) TO WS-STS-MI.
           COMPUTE WS-STS-INT =
               FUNCTION INTEGER-OF-DATE(WS-STS-DATE).
           COMPUTE WS-WAIT-MIN =
               (WS-NOW-INT - WS-STS-INT) * 1440
               + WS-NOW-MIN - (WS-STS-HH * 60 + WS-STS-MI).

       B1300-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1400-WAIT-TO-ACK.

           MOVE STSTS    OF KIFTPSTS-REC(1:8)  TO WS-STS-DATE.
           MOVE STSTS    OF KIFTPSTS-REC(9:2)  TO WS-STS-HH.
           MOVE STSTS    OF KIFTPSTS-REC(11:2) TO WS-STS-MI.
           MOVE STSACKTS OF KIFTPSTS-REC(1:8)  TO WS-ACK-DATE.
           MOVE STSACKTS OF KIFTPSTS-REC(9:2)  TO WS-ACK-HH.
           MOVE STSACKTS OF KIFTPSTS-REC(11:2) TO WS-ACK-MI.
           COMPUTE WS-STS-INT =
               FUNCTION INTEGER-OF-DATE(WS-STS-DATE).
           COMPUTE WS-ACK-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACK-DATE).
           COMPUTE WS-WAIT-MIN =
               (WS-ACK-INT - WS-STS-INT) * 1440
               + (WS-ACK-HH * 60 + WS-ACK-MI)
               - (WS-STS-HH * 60 + WS-STS-MI).
           IF WS-WAIT-MIN < 0
              MOVE ZEROES TO WS-WAIT-MIN
           END-IF.

       B1400-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B2000-READ-DEFERRALS.

           SET NOT-EOF-KIFTPDEF TO TRUE.
           OPEN INPUT KIFTPDEF-FILE.

           PERFORM UNTIL EOF-KIFTPDEF
              READ KIFTPDEF-FILE
                 AT END
                    SET EOF-KIFTPDEF TO TRUE
                 NOT AT END
                    COMPUTE WS-ROW-MONTH = DEFDATE OF KIFTPDEF-REC
                                         / 100
                    IF WS-ROW-MONTH = WS-MONTH
                       MOVE DEFPROF OF KIFTPDEF-REC TO WS-FIND-PROF
                       PERFORM G1000-FIND-PROFILE THRU G1000-EXIT
                       IF PX > 0
                          ADD 1 TO PRF-DEFER(PX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE KIFTPDEF-FILE.

       B2000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1000-STORE-SUMMARY.

      * A re-run replaces the month: its rows go first, then one row
      * per profile with anything to show.

           SET NOT-EOF-KIFTPMSUM TO TRUE.
           MOVE LOW-VALUES TO MSKEY   OF KIFTPMSUM-REC.
           MOVE WS-MONTH   TO MSMONTH OF KIFTPMSUM-REC.
           START KIFTPMSUM-FILE
              KEY NOT < MSKEY OF KIFTPMSUM-REC
              INVALID KEY
                 SET EOF-KIFTPMSUM TO TRUE
           END-START.

           PERFORM UNTIL EOF-KIFTPMSUM
              READ KIFTPMSUM-FILE NEXT RECORD
                 AT END
                    SET EOF-KIFTPMSUM TO TRUE
                 NOT AT END
                    IF MSMONTH OF KIFTPMSUM-REC = WS-MONTH
                       DELETE KIFTPMSUM-FILE
                       ADD 1 TO WS-REPLACED
                    ELSE
                       SET EOF-KIFTPMSUM TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM C1100-WRITE-PROFILE-ROW THRU C1100-EXIT
              VARYING PX FROM 1 BY 1 UNTIL PX > PRF-COUNT.

       C1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1100-WRITE-PROFILE-ROW.

           IF PRF-FILES(PX) = 0
           AND PRF-FAIL(PX) = 0
           AND PRF-DEFER(PX) = 0
              GO TO C1100-EXIT
           END-IF.

           INITIALIZE KIFTPMSUM-REC.
           MOVE WS-MONTH        TO MSMONTH    OF KIFTPMSUM-REC.
           MOVE PRF-PROF(PX)    TO MSPROF     OF KIFTPMSUM-REC.
           MOVE PRF-FILES(PX)   TO MSFILES    OF KIFTPMSUM-REC.
           MOVE PRF-RECS(PX)    TO MSRECS     OF KIFTPMSUM-REC.
           MOVE PRF-FAIL(PX)    TO MSFAIL     OF KIFTPMSUM-REC.
           MOVE PRF-RETRY(PX)   TO MSRETRY    OF KIFTPMSUM-REC.
           MOVE PRF-DEFER(PX)   TO MSDEFER    OF KIFTPMSUM-REC.
           MOVE PRF-ACKED(PX)   TO MSACKED    OF KIFTPMSUM-REC.
           MOVE PRF-MISM(PX)    TO MSMISM     OF KIFTPMSUM-REC.
           IF PRF-TIMED(PX) > 0
              COMPUTE MSAVGMIN OF KIFTPMSUM-REC ROUNDED =
                  PRF-WAITTOT(PX) / PRF-TIMED(PX)
           END-IF.
           MOVE PRF-WORST(PX)   TO MSWORSTMIN OF KIFTPMSUM-REC.
           MOVE PRF-SLA(PX)     TO MSSLAHRS   OF KIFTPMSUM-REC.
           MOVE PRF-BREACH(PX)  TO MSBREACH   OF KIFTPMSUM-REC.
           MOVE PRF-UNACK(PX)   TO MSUNACK    OF KIFTPMSUM-REC.
           MOVE WS-RUN-TS       TO MSRUNTS    OF KIFTPMSUM-REC.
           WRITE KIFTPMSUM-REC.
           ADD 1 TO WS-WRITTEN.

       C1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       D1000-PRINT-MONTH.

           MOVE SPACES TO KIFTPMLST-REC.
           WRITE KIFTPMLST-REC.
           MOVE "BY PARTNER PROFILE" TO SEC-TITLE.
           MOVE SEC-LINE TO KIFTPMLST-REC.
           WRITE KIFTPMLST-REC.
           MOVE COL-LINE TO KIFTPMLST-REC.
           WRITE KIFTPMLST-REC.

           IF WS-WRITTEN = 0
              MOVE NONE-LINE TO KIFTPMLST-REC
              WRITE KIFTPMLST-REC
              GO TO D1000-EXIT
           END-IF.

           PERFORM D1100-PRINT-PROFILE THRU D1100-EXIT
              VARYING PX FROM 1 BY 1 UNTIL PX > PRF-COUNT.

      * The all-partner line: worst of the worst, average over
      * every timed acknowledgment.

           MOVE SPACES TO KIFTPMLST-REC.
           WRITE KIFTPMLST-REC.
           MOVE "*TOTAL"    TO DTL-PROF.
           MOVE TOT-FILES   TO DTL-FILES.
           MOVE TOT-RECS    TO DTL-RECS.
           MOVE TOT-FAIL    TO DTL-FAIL.
           MOVE ZEROES      TO WS-PCT.
           IF TOT-FILES + TOT-FAIL > 0
              COMPUTE WS-PCT ROUNDED =
                  TOT-FAIL * 100 / (TOT-FILES + TOT-FAIL)
           END-IF.
           MOVE WS-PCT      TO DTL-FAILPCT.
           MOVE TOT-RETRY   TO DTL-RETRY.
           MOVE TOT-DEFER   TO DTL-DEFER.
           MOVE TOT-ACKED   TO DTL-ACKED.
           MOVE TOT-MISM    TO DTL-MISM.
           MOVE ZEROES      TO WS-HRS.
           IF TOT-TIMED > 0
              COMPUTE WS-HRS ROUNDED = TOT-WAITTOT / TOT-TIMED / 60
           END-IF.
           MOVE WS-HRS      TO DTL-AVGHRS.
           COMPUTE WS-HRS ROUNDED = TOT-WORST / 60.
           MOVE WS-HRS      TO DTL-WSTHRS.
           MOVE ZEROES      TO DTL-SLA.
           MOVE TOT-BREACH  TO DTL-BREACH.
           MOVE TOT-UNACK   TO DTL-UNACK.
           MOVE DTL-LINE    TO KIFTPMLST-REC.
           WRITE KIFTPMLST-REC.

       D1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       D1100-PRINT-PROFILE.

           IF PRF-FILES(PX) = 0
           AND PRF-FAIL(PX) = 0
           AND PRF-DEFER(PX) = 0
              GO TO D1100-EXIT
           END-IF.

           MOVE PRF-PROF(PX)   TO DTL-PROF.
           MOVE PRF-FILES(PX)  TO DTL-FILES.
           MOVE PRF-RECS(PX)   TO DTL-RECS.
           MOVE PRF-FAIL(PX)   TO DTL-FAIL.
           MOVE ZEROES         TO WS-PCT.
           IF PRF-FILES(PX) + PRF-FAIL(PX) > 0
              COMPUTE WS-PCT ROUNDED =
                  PRF-FAIL(PX) * 100 / (PRF-FILES(PX) + PRF-FAIL(PX))
           END-IF.
           MOVE WS-PCT         TO DTL-FAILPCT.
           MOVE PRF-RETRY(PX)  TO DTL-RETRY.
           MOVE PRF-DEFER(PX)  TO DTL-DEFER.
           MOVE PRF-ACKED(PX)  TO DTL-ACKED.
           MOVE PRF-MISM(PX)   TO DTL-MISM.
           MOVE ZEROES         TO WS-HRS.
           IF PRF-TIMED(PX) > 0
              COMPUTE WS-HRS ROUNDED =
                  PRF-WAITTOT(PX) / PRF-TIMED(PX) / 60
           END-IF.
           MOVE WS-HRS         TO DTL-AVGHRS.
           COMPUTE WS-HRS ROUNDED = PRF-WORST(PX) / 60.
           MOVE WS-HRS         TO DTL-WSTHRS.
           MOVE PRF-SLA(PX)    TO DTL-SLA.
           MOVE PRF-BREACH(PX) TO DTL-BREACH.
           MOVE PRF-UNACK(PX)  TO DTL-UNACK.
           MOVE DTL-LINE       TO KIFTPMLST-REC.
           WRITE KIFTPMLST-REC.

           ADD PRF-FILES(PX)   TO TOT-FILES.
           ADD PRF-RECS(PX)    TO TOT-RECS.
           ADD PRF-FAIL(PX)    TO TOT-FAIL.
           ADD PRF-RETRY(PX)   TO TOT-RETRY.
           ADD PRF-DEFER(PX)   TO TOT-DEFER.
           ADD PRF-ACKED(PX)   TO TOT-ACKED.
           ADD PRF-MISM(PX)    TO TOT-MISM.
           ADD PRF-TIMED(PX)   TO TOT-TIMED.
           ADD PRF-WAITTOT(PX) TO TOT-WAITTOT.
           ADD PRF-BREACH(PX)  TO TOT-BREACH.
           ADD PRF-UNACK(PX)   TO TOT-UNACK.
           IF PRF-WORST(PX) > TOT-WORST
              MOVE PRF-WORST(PX) TO TOT-WORST
           END-IF.

       D1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       E1000-PRINT-TREND.

      * One pass over KIFTPMSUM from the oldest trend month - it is
      * keyed month first - collecting each profile's six months.

           SET NOT-EOF-KIFTPMSUM TO TRUE.
           MOVE LOW-VALUES   TO MSKEY   OF KIFTPMSUM-REC.
           MOVE TRM-MONTH(1) TO MSMONTH OF KIFTPMSUM-REC.
           START KIFTPMSUM-FILE
              KEY NOT < MSKEY OF KIFTPMSUM-REC
              INVALID KEY
                 SET EOF-KIFTPMSUM TO TRUE
           END-START.

           PERFORM E1100-COLLECT-TREND THRU E1100-EXIT
              UNTIL EOF-KIFTPMSUM.

           MOVE SPACES TO KIFTPMLST-REC.
           WRITE KIFTPMLST-REC.
           MOVE "PARTNER TREND - THE MONTH AND THE FIVE BEFORE IT"
              TO SEC-TITLE.
           MOVE SEC-LINE TO KIFTPMLST-REC.
           WRITE KIFTPMLST-REC.
           MOVE TRC-LINE TO KIFTPMLST-REC.
           WRITE KIFTPMLST-REC.

           PERFORM E1200-PRINT-PROFILE-TREND THRU E1200-EXIT
              VARYING J FROM 1 BY 1 UNTIL J > TRD-COUNT.

       E1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       E1100-COLLECT-TREND.

           READ KIFTPMSUM-FILE NEXT RECORD
              AT END
                 SET EOF-KIFTPMSUM TO TRUE
                 GO TO E1100-EXIT
           END-READ.

           IF MSMONTH OF KIFTPMSUM-REC > WS-MONTH
              SET EOF-KIFTPMSUM TO TRUE
              GO TO E1100-EXIT
           END-IF.

           MOVE ZEROES TO TX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6 OR TX > 0
              IF TRM-MONTH(I) = MSMONTH OF KIFTPMSUM-REC
                 MOVE I TO TX
              END-IF
           END-PERFORM.
           IF TX = 0
              GO TO E1100-EXIT
           END-IF.

           MOVE ZEROES TO J.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TRD-COUNT OR J > 0
              IF TRD-PROF(I) = MSPROF OF KIFTPMSUM-REC
                 MOVE I TO J
              END-IF
           END-PERFORM.
           IF J = 0
              IF TRD-COUNT >= 200
                 GO TO E1100-EXIT
              END-IF
              ADD 1 TO TRD-COUNT
              MOVE TRD-COUNT TO J
              INITIALIZE TRD-ENTRY(J)
              MOVE MSPROF OF KIFTPMSUM-REC TO TRD-PROF(J)
           END-IF.

           MOVE "Y"                           TO TRD-SET   (J TX).
           MOVE MSFILES    OF KIFTPMSUM-REC   TO TRD-FILES (J TX).
           MOVE MSRECS     OF KIFTPMSUM-REC   TO TRD-RECS  (J TX).
           MOVE MSFAIL     OF KIFTPMSUM-REC   TO TRD-FAIL  (J TX).
           MOVE MSRETRY    OF KIFTPMSUM-REC   TO TRD-RETRY (J TX).
           MOVE MSDEFER    OF KIFTPMSUM-REC   TO TRD-DEFER (J TX).
           MOVE MSAVGMIN   OF KIFTPMSUM-REC   TO TRD-AVGMIN(J TX).
           MOVE MSBREACH   OF KIFTPMSUM-REC   TO TRD-BREACH(J TX).

       E1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       E1200-PRINT-PROFILE-TREND.

      * A month with no row for the profile sent nothing - printed
      * as zeroes so the gap shows.

           MOVE "N" TO WS-TRD-PRINTED.
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 6
              IF WS-TRD-PRINTED = "N"
                 MOVE TRD-PROF(J) TO TRL-PROF
                 MOVE "Y" TO WS-TRD-PRINTED
              ELSE
                 MOVE SPACES TO TRL-PROF
              END-IF
              MOVE TRM-MONTH(TX)    TO TRL-MONTH
              MOVE TRD-FILES(J TX)  TO TRL-FILES
              MOVE TRD-RECS(J TX)   TO TRL-RECS
              MOVE TRD-FAIL(J TX)   TO TRL-FAIL
              MOVE ZEROES           TO WS-PCT
              IF TRD-FILES(J TX) + TRD-FAIL(J TX) > 0
                 COMPUTE WS-PCT ROUNDED =
                     TRD-FAIL(J TX) * 100
                     / (TRD-FILES(J TX) + TRD-FAIL(J TX))
              END-IF
              MOVE WS-PCT           TO TRL-FAILPCT
              MOVE TRD-RETRY(J TX)  TO TRL-RETRY
              MOVE TRD-DEFER(J TX)  TO TRL-DEFER
              COMPUTE WS-HRS ROUNDED = TRD-AVGMIN(J TX) / 60
              MOVE WS-HRS           TO TRL-AVGHRS
              MOVE TRD-BREACH(J TX) TO TRL-BREACH
              MOVE TRD-LINE         TO KIFTPMLST-REC
              WRITE KIFTPMLST-REC
           END-PERFORM.

       E1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       F1000-CLOSE-PARA.

           CLOSE KIFTPMSUM-FILE
                 KIFTPMLST.

           DISPLAY "KIFTPMRPT: month " WS-MONTH ", "
                   TOT-FILES " files sent, " TOT-FAIL " failed, "
                   TOT-BREACH " SLA breaches, "
                   WS-REPLACED " earlier rows replaced".

       F1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       G1000-FIND-PROFILE.

      * PX = WS-FIND-PROF's entry, added if new; zero if the table
      * is full.

           MOVE ZEROES TO PX.
           PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > PRF-COUNT OR PX > 0
              IF PRF-PROF(I) = WS-FIND-PROF
                 MOVE I TO PX
              END-IF
           END-PERFORM.

           IF PX > 0 OR PRF-COUNT >= 200
              GO TO G1000-EXIT
           END-IF.

           ADD 1 TO PRF-COUNT.
           MOVE PRF-COUNT TO PX.
           INITIALIZE PRF-ENTRY(PX).
           MOVE WS-FIND-PROF TO PRF-PROF(PX).

       G1000-EXIT.
           EXIT.
