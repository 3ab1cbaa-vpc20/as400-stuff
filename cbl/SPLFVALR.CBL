       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPLFVALR.

      *================================================================
      *  Nightly cross-report control-total reconciliation, run after
      *  SPLFVALX. For every active SPLFVPAIR pair, side A's values
      *  on SPLFVAL are taken a report creation date at a time and
      *  compared with side B's value for the same date - the latest
      *  run of each report that day, read as a number ("Y"), is the
      *  one that counts. A difference above the pair's tolerance
      *  is a break and raises an ALERTSVC "RPTVALBRK" warning; a
      *  side B still not archived VPWAIT days after side A's date
      *  is a missing partner and raises one too. Every decided date
      *  is logged on SPLFVRCN and never compared or alerted again,
      *  so a rerun only picks up what is new; a date still waiting
      *  for side B is listed and looked at again tomorrow.
      *
      *  SPLFVALB is a second open of SPLFVAL for the side-B lookups,
      *  so the walk along side A keeps its position.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SPLFVPAIR      ASSIGN  TO DATABASE-SPLFVPAIR
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         VPPAIR.

           SELECT SPLFVAL        ASSIGN  TO DATABASE-SPLFVAL
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         VLKEY OF SPLFVAL-REC.

           SELECT SPLFVALB       ASSIGN  TO DATABASE-SPLFVAL
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         VLKEY OF SPLFVALB-REC.

           SELECT SPLFVRCN       ASSIGN  TO DATABASE-SPLFVRCN
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         VCKEY.

           SELECT SPLFVRLST      ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  SPLFVPAIR
           LABEL RECORDS ARE STANDARD.
       01  SPLFVPAIR-REC.
           COPY DDS-ALL-FORMATS OF SPLFVPAIR.

       FD  SPLFVAL
           LABEL RECORDS ARE STANDARD.
       01  SPLFVAL-REC.
           COPY DDS-ALL-FORMATS OF SPLFVAL.

       FD  SPLFVALB
           LABEL RECORDS ARE STANDARD.
       01  SPLFVALB-REC.
           COPY DDS-ALL-FORMATS OF SPLFVAL.

       FD  SPLFVRCN
           LABEL RECORDS ARE STANDARD.
       01  SPLFVRCN-REC.
           COPY DDS-ALL-FORMATS OF SPLFVRCN.

       FD  SPLFVRLST
           LABEL RECORDS ARE OMITTED.
       01  SPLFVRLST-REC            PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-SPLFVPAIR-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFVPAIR       VALUE B"0".
               88  EOF-SPLFVPAIR           VALUE B"1".
           05  EOF-SPLFVAL-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFVAL         VALUE B"0".
               88  EOF-SPLFVAL             VALUE B"1".
           05  EOF-SPLFVALB-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFVALB        VALUE B"0".
               88  EOF-SPLFVALB            VALUE B"1".
           05  A-VALUE-SW          PIC 1   VALUE B"0".
               88  A-VALUE-FOUND           VALUE B"1".
               88  A-VALUE-NOT-FOUND       VALUE B"0".
           05  B-VALUE-SW          PIC 1   VALUE B"0".
               88  B-VALUE-FOUND           VALUE B"1".
               88  B-VALUE-NOT-FOUND       VALUE B"0".

       01  DATE-WORK.
           05  WS-CUR-DATE         PIC X(7)  VALUE SPACES.
           05  WS-CRTDATE-CCYYMMDD PIC 9(8)  VALUE ZEROES.
           05  WS-CRT-CENT         PIC 9(1).
           05  WS-CRT-YYMMDD       PIC 9(6).
           05  WS-RUN-INT          PIC S9(9) BINARY VALUE ZEROES.
           05  WS-AGE-DAYS         PIC S9(9) BINARY VALUE ZEROES.

       01  AMOUNT-WORK.
           05  WS-AMT-A            PIC S9(13)V99 VALUE ZEROES.
           05  WS-AMT-B            PIC S9(13)V99 VALUE ZEROES.
           05  WS-DIFF             PIC S9(13)V99 VALUE ZEROES.
           05  WS-ABS-DIFF         PIC S9(13)V99 VALUE ZEROES.
           05  WS-ALERT-DIFF       PIC -,---,---,---,--9.99.

       01  RECON-COUNTERS.
           05  WS-PAIR-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-MATCH-COUNT      PIC S9(7) VALUE ZEROES.
           05  WS-BREAK-COUNT      PIC S9(7) VALUE ZEROES.
           05  WS-MISSING-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-WAIT-COUNT       PIC S9(7) VALUE ZEROES.

       01  ALERT-PARM.
           05  ALERT-TYPE                  PIC X(10).
           05  ALERT-SEV                   PIC X(1).
           05  ALERT-SOURCE                PIC X(10).
           05  ALERT-TEXT                  PIC X(60).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(45)
                   VALUE "CROSS-REPORT CONTROL TOTAL RECONCILIATION".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "PAIR".
               10  FILLER           PIC X(09) VALUE "CREATED".
               10  FILLER           PIC X(23) VALUE "     SIDE A VALUE".
               10  FILLER           PIC X(23) VALUE "     SIDE B VALUE".
               10  FILLER           PIC X(23) VALUE "       DIFFERENCE".
               10  FILLER           PIC X(30) VALUE "OUTCOME".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-PAIR         PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-CRTDATE      PIC X(07).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-AMT-A        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-AMT-B        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  DTL-AMT-B-X REDEFINES DTL-AMT-B
                                    PIC X(21).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-DIFF         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  DTL-DIFF-X REDEFINES DTL-DIFF
                                    PIC X(21).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-OUTCOME      PIC X(30).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(07) VALUE "PAIRS:".
               10  TTL-PAIR         PIC ZZZZZZ9.
               10  FILLER           PIC X(09) VALUE "  AGREE:".
               10  TTL-MATCH        PIC ZZZZZZ9.
               10  FILLER           PIC X(09) VALUE "  BREAK:".
               10  TTL-BREAK        PIC ZZZZZZ9.
               10  FILLER           PIC X(11) VALUE "  MISSING:".
               10  TTL-MISSING      PIC ZZZZZZ9.
               10  FILLER           PIC X(11) VALUE "  WAITING:".
               10  TTL-WAIT         PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(8).
       01  LINK-RUN-ID              PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(LINK-RUN-DATE).

           OPEN INPUT  SPLFVPAIR
                       SPLFVAL
                       SPLFVALB.
           OPEN I-O    SPLFVRCN.
           OPEN OUTPUT SPLFVRLST.

           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO SPLFVRLST-REC.
           WRITE SPLFVRLST-REC.
           MOVE COL-LINE TO SPLFVRLST-REC.
           WRITE SPLFVRLST-REC.

           MOVE LOW-VALUES TO VPPAIR OF SPLFVPAIR-REC.
           START SPLFVPAIR KEY IS NOT LESS THAN VPPAIR OF SPLFVPAIR-REC
              INVALID KEY
                 SET EOF-SPLFVPAIR TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFVPAIR
              READ SPLFVPAIR NEXT RECORD
                 AT END
                    SET EOF-SPLFVPAIR TO TRUE
                 NOT AT END
                    IF VPACT OF SPLFVPAIR-REC = "Y"
                       ADD 1 TO WS-PAIR-COUNT
                       PERFORM 1000-RECONCILE-PAIR
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-PAIR-COUNT    TO TTL-PAIR.
           MOVE WS-MATCH-COUNT   TO TTL-MATCH.
           MOVE WS-BREAK-COUNT   TO TTL-BREAK.
           MOVE WS-MISSING-COUNT TO TTL-MISSING.
           MOVE WS-WAIT-COUNT    TO TTL-WAIT.
           MOVE TOTAL-LINE TO SPLFVRLST-REC.
           WRITE SPLFVRLST-REC.

           CLOSE SPLFVPAIR
                 SPLFVAL
                 SPLFVALB
                 SPLFVRCN
                 SPLFVRLST.

           DISPLAY "SPLFVALR: " WS-MATCH-COUNT " agree, "
                   WS-BREAK-COUNT " break, "
                   WS-MISSING-COUNT " missing, "
                   WS-WAIT-COUNT " waiting".

           GOBACK.

      *================================================================
      *  Side A's values come back by creation date, then time - the
      *  value kept for a date when it changes is that day's latest
      *  readable one.
      *================================================================

       1000-RECONCILE-PAIR.

           SET NOT-EOF-SPLFVAL   TO TRUE.
           SET A-VALUE-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-CUR-DATE.

           MOVE LOW-VALUES             TO VLKEY   OF SPLFVAL-REC.
           MOVE VPRPTA OF SPLFVPAIR-REC TO VLRPTNM OF SPLFVAL-REC.
           MOVE VPVALA OF SPLFVPAIR-REC TO VLVALNM OF SPLFVAL-REC.
           START SPLFVAL KEY IS NOT LESS THAN VLKEY OF SPLFVAL-REC
              INVALID KEY
                 SET EOF-SPLFVAL TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFVAL
              READ SPLFVAL NEXT RECORD
                 AT END
                    SET EOF-SPLFVAL TO TRUE
                 NOT AT END
                    IF VLRPTNM OF SPLFVAL-REC NOT = VPRPTA OF
                                                   SPLFVPAIR-REC
                    OR VLVALNM OF SPLFVAL-REC NOT = VPVALA OF
                                                   SPLFVPAIR-REC
                       SET EOF-SPLFVAL TO TRUE
                    ELSE
                       IF VLCRTDATE OF SPLFVAL-REC NOT = WS-CUR-DATE
                          IF A-VALUE-FOUND
                             PERFORM 2000-DECIDE-DATE
                          END-IF
                          MOVE VLCRTDATE OF SPLFVAL-REC TO WS-CUR-DATE
                          SET A-VALUE-NOT-FOUND TO TRUE
                       END-IF
                       IF VLSTAT OF SPLFVAL-REC = "Y"
                          MOVE VLAMT OF SPLFVAL-REC TO WS-AMT-A
                          SET A-VALUE-FOUND TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           IF A-VALUE-FOUND
              PERFORM 2000-DECIDE-DATE
           END-IF.

      *================================================================

       2000-DECIDE-DATE.

           MOVE VPPAIR OF SPLFVPAIR-REC TO VCPAIR    OF SPLFVRCN-REC.
           MOVE WS-CUR-DATE             TO VCCRTDATE OF SPLFVRCN-REC.
           READ SPLFVRCN
              INVALID KEY
                 PERFORM 2100-FIND-SIDE-B
                 IF B-VALUE-FOUND
                    PERFORM 2200-COMPARE
                 ELSE
                    PERFORM 2300-CHECK-WAIT
                 END-IF
              NOT INVALID KEY
                 CONTINUE
           END-READ.

      *================================================================

       2100-FIND-SIDE-B.

           SET NOT-EOF-SPLFVALB  TO TRUE.
           SET B-VALUE-NOT-FOUND TO TRUE.
           MOVE ZEROES TO WS-AMT-B.

           MOVE LOW-VALUES              TO VLKEY     OF SPLFVALB-REC.
           MOVE VPRPTB OF SPLFVPAIR-REC TO VLRPTNM   OF SPLFVALB-REC.
           MOVE VPVALB OF SPLFVPAIR-REC TO VLVALNM   OF SPLFVALB-REC.
           MOVE WS-CUR-DATE             TO VLCRTDATE OF SPLFVALB-REC.
           START SPLFVALB KEY IS NOT LESS THAN VLKEY OF SPLFVALB-REC
              INVALID KEY
                 SET EOF-SPLFVALB TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFVALB
              READ SPLFVALB NEXT RECORD
                 AT END
                    SET EOF-SPLFVALB TO TRUE
                 NOT AT END
                    IF VLRPTNM   OF SPLFVALB-REC NOT = VPRPTB OF
                                                     SPLFVPAIR-REC
                    OR VLVALNM   OF SPLFVALB-REC NOT = VPVALB OF
                                                     SPLFVPAIR-REC
                    OR VLCRTDATE OF SPLFVALB-REC NOT = WS-CUR-DATE
                       SET EOF-SPLFVALB TO TRUE
                    ELSE
                       IF VLSTAT OF SPLFVALB-REC = "Y"
                          MOVE VLAMT OF SPLFVALB-REC TO WS-AMT-B
                          SET B-VALUE-FOUND TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2200-COMPARE.

           COMPUTE WS-DIFF = WS-AMT-A - WS-AMT-B.
           IF WS-DIFF < ZEROES
              COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
           ELSE
              MOVE WS-DIFF TO WS-ABS-DIFF
           END-IF.

           INITIALIZE DTL-LINE.
           MOVE WS-AMT-B TO DTL-AMT-B.
           MOVE WS-DIFF  TO DTL-DIFF.

           IF WS-ABS-DIFF > VPTOL OF SPLFVPAIR-REC
              MOVE "B" TO VCSTAT OF SPLFVRCN-REC
              ADD 1 TO WS-BREAK-COUNT
              MOVE "BREAK - ALERT RAISED" TO DTL-OUTCOME
              MOVE WS-DIFF TO WS-ALERT-DIFF
              MOVE SPACES TO ALERT-TEXT
              STRING VPPAIR OF SPLFVPAIR-REC DELIMITED BY SPACE
                     " "              DELIMITED BY SIZE
                     WS-CUR-DATE      DELIMITED BY SIZE
                     " A-B DIFFER BY" DELIMITED BY SIZE
                     WS-ALERT-DIFF    DELIMITED BY SIZE
                 INTO ALERT-TEXT
              END-STRING
              PERFORM 3000-RAISE-ALERT
           ELSE
              MOVE "M" TO VCSTAT OF SPLFVRCN-REC
              ADD 1 TO WS-MATCH-COUNT
              MOVE "AGREE" TO DTL-OUTCOME
           END-IF.

           PERFORM 2500-LOG-OUTCOME.
           PERFORM 4000-WRITE-DETAIL.

      *================================================================
      *  A creation date that cannot be read as a date is never
      *  declared missing - it waits, and shows on the list daily.
      *================================================================

       2300-CHECK-WAIT.

           MOVE ZEROES TO WS-CRTDATE-CCYYMMDD WS-AGE-DAYS WS-DIFF.
           IF WS-CUR-DATE IS NUMERIC
              MOVE WS-CUR-DATE(1:1) TO WS-CRT-CENT
              MOVE WS-CUR-DATE(2:6) TO WS-CRT-YYMMDD
              COMPUTE WS-CRTDATE-CCYYMMDD =
                  (WS-CRT-CENT + 19) * 1000000 + WS-CRT-YYMMDD
              COMPUTE WS-AGE-DAYS = WS-RUN-INT
                  - FUNCTION INTEGER-OF-DATE(WS-CRTDATE-CCYYMMDD)
           END-IF.

           INITIALIZE DTL-LINE.
           MOVE "NOT ARCHIVED" TO DTL-AMT-B-X.
           MOVE SPACES         TO DTL-DIFF-X.

           IF WS-CRTDATE-CCYYMMDD NOT = ZEROES
           AND WS-AGE-DAYS > VPWAIT OF SPLFVPAIR-REC
              MOVE "X" TO VCSTAT OF SPLFVRCN-REC
              MOVE ZEROES TO WS-AMT-B
              ADD 1 TO WS-MISSING-COUNT
              MOVE "MISSING - ALERT RAISED" TO DTL-OUTCOME
              MOVE SPACES TO ALERT-TEXT
              STRING VPPAIR OF SPLFVPAIR-REC DELIMITED BY SPACE
                     " "              DELIMITED BY SIZE
                     WS-CUR-DATE      DELIMITED BY SIZE
                     " NO "           DELIMITED BY SIZE
                     VPRPTB OF SPLFVPAIR-REC DELIMITED BY SPACE
                     " VALUE TO COMPARE" DELIMITED BY SIZE
                 INTO ALERT-TEXT
              END-STRING
              PERFORM 3000-RAISE-ALERT
              PERFORM 2500-LOG-OUTCOME
           ELSE
              ADD 1 TO WS-WAIT-COUNT
              MOVE "WAITING FOR SIDE B" TO DTL-OUTCOME
           END-IF.

           PERFORM 4000-WRITE-DETAIL.

      *================================================================

       2500-LOG-OUTCOME.

           MOVE VPPAIR OF SPLFVPAIR-REC TO VCPAIR    OF SPLFVRCN-REC.
           MOVE WS-CUR-DATE             TO VCCRTDATE OF SPLFVRCN-REC.
           MOVE WS-AMT-A                TO VCAMTA    OF SPLFVRCN-REC.
           MOVE WS-AMT-B                TO VCAMTB    OF SPLFVRCN-REC.
           MOVE WS-DIFF                 TO VCDIFF    OF SPLFVRCN-REC.
           MOVE LINK-RUN-DATE           TO VCRUNDT   OF SPLFVRCN-REC.
           MOVE FUNCTION CURRENT-DATE   TO VCTS      OF SPLFVRCN-REC.
           WRITE SPLFVRCN-REC.

      *================================================================

       3000-RAISE-ALERT.

           MOVE "RPTVALBRK" TO ALERT-TYPE.
           MOVE "W"         TO ALERT-SEV.
           MOVE "SPLFVALR"  TO ALERT-SOURCE.
           CALL "ALERTSVC" USING ALERT-PARM.

      *================================================================

       4000-WRITE-DETAIL.

           MOVE VPPAIR OF SPLFVPAIR-REC TO DTL-PAIR.
           MOVE WS-CUR-DATE             TO DTL-CRTDATE.
           MOVE WS-AMT-A                TO DTL-AMT-A.
           MOVE SPACES   TO SPLFVRLST-REC.
           MOVE DTL-LINE TO SPLFVRLST-REC.
           WRITE SPLFVRLST-REC.
