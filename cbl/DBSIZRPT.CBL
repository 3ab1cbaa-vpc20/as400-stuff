       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBSIZRPT.

      *================================================================
      *  Weekly database growth and disk capacity forecast from the
      *  DBSIZHST and DBASPHST rows DBSIZCBL captures nightly. Run
      *  from the weekly chain with the run date and, as the
      *  registry parameter, the system ASP threshold percentage
      *  operations will not let the disk pass (zero - 90).
      *
      *  Section 1 ranks every physical file captured in the last
      *  four weeks by growth per day - bytes grown between its
      *  first and last capture in the window over the days
      *  between - with its records, deleted records, size now and
      *  growth over the window. Section 2 projects, from the ASP
      *  percentage used at the start and end of the same window,
      *  the date the ASP reaches the threshold at that rate.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DBSIZHST       ASSIGN  TO DATABASE-DBSIZHST
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         DHKEY.

           SELECT DBASPHST       ASSIGN  TO DATABASE-DBASPHST
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         DADATE.

           SELECT SORTWORK       ASSIGN  TO SORTWK01.

           SELECT DBSIZLST       ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  DBSIZHST
           LABEL RECORDS ARE STANDARD.
       01  DBSIZHST-REC.
           COPY DDS-ALL-FORMATS OF DBSIZHST.

       FD  DBASPHST
           LABEL RECORDS ARE STANDARD.
       01  DBASPHST-REC.
           COPY DDS-ALL-FORMATS OF DBASPHST.

       SD  SORTWORK.
       01  SORT-REC.
           05  SR-GROWTH-DAY       PIC S9(13).
           05  SR-LIB              PIC X(10).
           05  SR-FILE             PIC X(10).
           05  SR-LAST-DATE        PIC 9(8).
           05  SR-RCDS             PIC 9(11).
           05  SR-DLTR             PIC 9(11).
           05  SR-SIZE             PIC 9(15).
           05  SR-GROWTH           PIC S9(15).
           05  SR-GROWTH-PCT       PIC S9(5)V9(1).

       FD  DBSIZLST
           LABEL RECORDS ARE OMITTED.
       01  DBSIZLST-REC             PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-DBSIZHST-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-DBSIZHST        VALUE B"0".
               88  EOF-DBSIZHST            VALUE B"1".
           05  EOF-DBASPHST-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-DBASPHST        VALUE B"0".
               88  EOF-DBASPHST            VALUE B"1".
           05  FIRST-GROUP-SW      PIC 1   VALUE B"0".
               88  FIRST-GROUP             VALUE B"0".
               88  NOT-FIRST-GROUP         VALUE B"1".

      *          Four weeks of nightly captures: long enough that a
      *          month-end spike does not rank a file on its own.
       01  WS-WINDOW-DAYS          PIC 9(3)  VALUE 28.
       01  WS-FROM-DATE            PIC 9(8)  VALUE ZEROES.
       01  WS-RUN-INT              PIC 9(7)  VALUE ZEROES.
       01  WS-DAYS                 PIC S9(7) VALUE ZEROES.
       01  WS-ASP-THRESHOLD        PIC 9(3)  VALUE ZEROES.

       01  BREAK-AREA.
           05  BRK-LIB             PIC X(10).
           05  BRK-FILE            PIC X(10).

      *          The file's first and last capture inside the window.
       01  GROUP-AREA.
           05  WS-IN-WINDOW        PIC S9(5) VALUE ZEROES.
           05  WS-FIRST-DATE       PIC 9(8).
           05  WS-FIRST-SIZE       PIC 9(15).
           05  WS-LAST-DATE        PIC 9(8).
           05  WS-LAST-SIZE        PIC 9(15).
           05  WS-LAST-RCDS        PIC 9(11).
           05  WS-LAST-DLTR        PIC 9(11).

       01  ASP-AREA.
           05  WS-ASP-ROWS         PIC S9(5) VALUE ZEROES.
           05  WS-ASP-FIRST-DATE   PIC 9(8).
           05  WS-ASP-FIRST-PCT    PIC 9(3)V9(4).
           05  WS-ASP-LAST-DATE    PIC 9(8).
           05  WS-ASP-LAST-PCT     PIC 9(3)V9(4).
           05  WS-ASP-CAPMB        PIC 9(11).
           05  WS-ASP-PCT-DAY      PIC S9(3)V9(6).
           05  WS-ASP-DAYS-LEFT    PIC 9(7).
           05  WS-ASP-FULL-DATE    PIC 9(8).

       01  REPORT-COUNTERS.
           05  WS-RANK             PIC S9(5) VALUE ZEROES.
           05  WS-TOTAL-GROWTH-DAY PIC S9(15) VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "DATABASE GROWTH AND DISK FORECAST -".
               10  HDR-DATE         PIC 9(8).
               10  FILLER           PIC X(14) VALUE "   WINDOW FROM".
               10  FILLER           PIC X(01) VALUE SPACES.
               10  HDR-FROM         PIC 9(8).
           05  SEC1-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "FILES RANKED BY GROWTH PER DAY".
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(06) VALUE "RANK".
               10  FILLER           PIC X(11) VALUE "LIBRARY".
               10  FILLER           PIC X(11) VALUE "FILE".
               10  FILLER           PIC X(13) VALUE "RECORDS".
               10  FILLER           PIC X(13) VALUE "DELETED".
               10  FILLER           PIC X(15) VALUE "SIZE KB".
               10  FILLER           PIC X(15) VALUE "GROWTH KB".
               10  FILLER           PIC X(13) VALUE "KB PER DAY".
               10  FILLER           PIC X(09) VALUE "GROWTH %".
               10  FILLER           PIC X(09) VALUE "LAST".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-RANK         PIC ZZZZ9.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-LIB          PIC X(11).
               10  DTL-FILE         PIC X(11).
               10  DTL-RCDS         PIC Z(10)9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-DLTR         PIC Z(10)9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-SIZE         PIC Z(12)9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-GROWTH       PIC -(12)9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-GROWTH-DAY   PIC -(10)9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-GROWTH-PCT   PIC -(4)9.9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-LAST-DATE    PIC 9(8).
           05  TOT-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "ALL FILES - GROWTH KB PER DAY".
               10  TOT-GROWTH-DAY   PIC -(12)9.
           05  SEC2-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "SYSTEM ASP FORECAST".
           05  ASP-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  ASP-LABEL        PIC X(40).
               10  ASP-VALUE        PIC X(20).
           05  ASP-NUM-EDIT         PIC Z(10)9.
           05  ASP-PCT-EDIT         PIC ZZ9.9999.
           05  ASP-RATE-EDIT        PIC -9.999999.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(08).
       01  LINK-ASP-THRESHOLD       PIC S9(05) BINARY.

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-ASP-THRESHOLD.

       0000-MAIN.

           IF LINK-ASP-THRESHOLD > ZEROES
           AND LINK-ASP-THRESHOLD < 100
              MOVE LINK-ASP-THRESHOLD TO WS-ASP-THRESHOLD
           ELSE
              MOVE 90 TO WS-ASP-THRESHOLD
           END-IF.

           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(LINK-RUN-DATE).
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                                  (WS-RUN-INT - WS-WINDOW-DAYS).

           OPEN INPUT  DBSIZHST
                       DBASPHST.
           OPEN OUTPUT DBSIZLST.

           MOVE LINK-RUN-DATE TO HDR-DATE.
           MOVE WS-FROM-DATE  TO HDR-FROM.
           MOVE HDR-LINE TO DBSIZLST-REC.
           WRITE DBSIZLST-REC.
           MOVE SEC1-LINE TO DBSIZLST-REC.
           WRITE DBSIZLST-REC.
           MOVE COL-LINE TO DBSIZLST-REC.
           WRITE DBSIZLST-REC.

           SORT SORTWORK
               ON DESCENDING KEY SR-GROWTH-DAY
                  ASCENDING  KEY SR-LIB
                                 SR-FILE
               INPUT  PROCEDURE IS 1000-RELEASE-GROWTH
               OUTPUT PROCEDURE IS 2000-PRINT-RANKING.

           DIVIDE WS-TOTAL-GROWTH-DAY BY 1024
              GIVING TOT-GROWTH-DAY.
           MOVE TOT-LINE TO DBSIZLST-REC.
           WRITE DBSIZLST-REC.

           PERFORM 3000-ASP-FORECAST.

           CLOSE DBSIZHST
                 DBASPHST
                 DBSIZLST.
           GOBACK.

      *================================================================
      *  DBSIZHST reads in library/file/date order, so each file's
      *  window is one run of rows.
      *================================================================

       1000-RELEASE-GROWTH.

           SET FIRST-GROUP TO TRUE.
           MOVE LOW-VALUES TO DHKEY OF DBSIZHST-REC.
           START DBSIZHST KEY IS NOT LESS THAN DHKEY OF DBSIZHST-REC
              INVALID KEY
                 SET EOF-DBSIZHST TO TRUE
           END-START.

           PERFORM UNTIL EOF-DBSIZHST
              READ DBSIZHST NEXT RECORD
                 AT END
                    SET EOF-DBSIZHST TO TRUE
                 NOT AT END
                    PERFORM 1100-CHECK-GROUP-BREAK
                    IF  DHDATE OF DBSIZHST-REC NOT < WS-FROM-DATE
                    AND DHDATE OF DBSIZHST-REC NOT > LINK-RUN-DATE
                       PERFORM 1200-TAKE-CAPTURE
                    END-IF
              END-READ
           END-PERFORM.

           IF NOT-FIRST-GROUP
              PERFORM 1500-RELEASE-FILE
           END-IF.

      *================================================================

       1100-CHECK-GROUP-BREAK.

           IF FIRST-GROUP
              PERFORM 1150-START-GROUP
           ELSE
              IF DHLIB  OF DBSIZHST-REC NOT = BRK-LIB
              OR DHFILE OF DBSIZHST-REC NOT = BRK-FILE
                 PERFORM 1500-RELEASE-FILE
                 PERFORM 1150-START-GROUP
              END-IF
           END-IF.

      *================================================================

       1150-START-GROUP.

           SET NOT-FIRST-GROUP TO TRUE.
           MOVE DHLIB  OF DBSIZHST-REC TO BRK-LIB.
           MOVE DHFILE OF DBSIZHST-REC TO BRK-FILE.
           INITIALIZE GROUP-AREA.

      *================================================================

       1200-TAKE-CAPTURE.

           ADD 1 TO WS-IN-WINDOW.
           IF WS-IN-WINDOW = 1
              MOVE DHDATE OF DBSIZHST-REC TO WS-FIRST-DATE
              MOVE DHSIZE OF DBSIZHST-REC TO WS-FIRST-SIZE
           END-IF.
           MOVE DHDATE OF DBSIZHST-REC TO WS-LAST-DATE.
           MOVE DHSIZE OF DBSIZHST-REC TO WS-LAST-SIZE.
           MOVE DHRCDS OF DBSIZHST-REC TO WS-LAST-RCDS.
           MOVE DHDLTR OF DBSIZHST-REC TO WS-LAST-DLTR.

      *================================================================
      *  A file captured only once in the window is listed with no
      *  growth - there is nothing yet to measure it against.
      *================================================================

       1500-RELEASE-FILE.

           IF WS-IN-WINDOW > ZEROES
              INITIALIZE SORT-REC
              MOVE BRK-LIB      TO SR-LIB
              MOVE BRK-FILE     TO SR-FILE
              MOVE WS-LAST-DATE TO SR-LAST-DATE
              MOVE WS-LAST-RCDS TO SR-RCDS
              MOVE WS-LAST-DLTR TO SR-DLTR
              MOVE WS-LAST-SIZE TO SR-SIZE
              COMPUTE SR-GROWTH = WS-LAST-SIZE - WS-FIRST-SIZE
              COMPUTE WS-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
              IF WS-DAYS > ZEROES
                 COMPUTE SR-GROWTH-DAY = SR-GROWTH / WS-DAYS
              END-IF
              IF WS-FIRST-SIZE > ZEROES
                 COMPUTE SR-GROWTH-PCT ROUNDED =
                         SR-GROWTH * 100 / WS-FIRST-SIZE
                    ON SIZE ERROR
                       MOVE 99999.9 TO SR-GROWTH-PCT
                 END-COMPUTE
              END-IF
              RELEASE SORT-REC
           END-IF.

      *================================================================

       2000-PRINT-RANKING.

           PERFORM UNTIL END-PROGRAM
              RETURN SORTWORK
                 AT END
                    SET END-PROGRAM TO TRUE
                 NOT AT END
                    PERFORM 2100-PRINT-FILE
              END-RETURN
           END-PERFORM.

      *================================================================

       2100-PRINT-FILE.

           ADD 1 TO WS-RANK.
           ADD SR-GROWTH-DAY TO WS-TOTAL-GROWTH-DAY.

           MOVE WS-RANK       TO DTL-RANK.
           MOVE SR-LIB        TO DTL-LIB.
           MOVE SR-FILE       TO DTL-FILE.
           MOVE SR-RCDS       TO DTL-RCDS.
           MOVE SR-DLTR       TO DTL-DLTR.
           DIVIDE SR-SIZE        BY 1024 GIVING DTL-SIZE.
           DIVIDE SR-GROWTH      BY 1024 GIVING DTL-GROWTH.
           DIVIDE SR-GROWTH-DAY  BY 1024 GIVING DTL-GROWTH-DAY.
           MOVE SR-GROWTH-PCT TO DTL-GROWTH-PCT.
           MOVE SR-LAST-DATE  TO DTL-LAST-DATE.
           MOVE DTL-LINE TO DBSIZLST-REC.
           WRITE DBSIZLST-REC.

      *================================================================
      *  Straight-line projection of the percentage used from the
      *  first and last ASP capture in the window.
      *================================================================

       3000-ASP-FORECAST.

           MOVE SEC2-LINE TO DBSIZLST-REC.
           WRITE DBSIZLST-REC.

           MOVE WS-FROM-DATE TO DADATE OF DBASPHST-REC.
           START DBASPHST KEY IS NOT LESS THAN DADATE OF DBASPHST-REC
              INVALID KEY
                 SET EOF-DBASPHST TO TRUE
           END-START.

           PERFORM UNTIL EOF-DBASPHST
              READ DBASPHST NEXT RECORD
                 AT END
                    SET EOF-DBASPHST TO TRUE
                 NOT AT END
                    IF DADATE OF DBASPHST-REC > LINK-RUN-DATE
                       SET EOF-DBASPHST TO TRUE
                    ELSE
                       PERFORM 3100-TAKE-ASP
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-ASP-ROWS = ZEROES
              MOVE "NO ASP CAPTURES IN THE WINDOW" TO ASP-LABEL
              MOVE SPACES TO ASP-VALUE
              PERFORM 3900-WRITE-ASP-LINE
           ELSE
              PERFORM 3200-PRINT-ASP
           END-IF.

      *================================================================

       3100-TAKE-ASP.

           ADD 1 TO WS-ASP-ROWS.
           IF WS-ASP-ROWS = 1
              MOVE DADATE   OF DBASPHST-REC TO WS-ASP-FIRST-DATE
              MOVE DAPCTUSD OF DBASPHST-REC TO WS-ASP-FIRST-PCT
           END-IF.
           MOVE DADATE   OF DBASPHST-REC TO WS-ASP-LAST-DATE.
           MOVE DAPCTUSD OF DBASPHST-REC TO WS-ASP-LAST-PCT.
           MOVE DACAPMB  OF DBASPHST-REC TO WS-ASP-CAPMB.

      *================================================================

       3200-PRINT-ASP.

           MOVE "CAPACITY MB"                    TO ASP-LABEL.
           MOVE WS-ASP-CAPMB                     TO ASP-NUM-EDIT.
           MOVE ASP-NUM-EDIT                     TO ASP-VALUE.
           PERFORM 3900-WRITE-ASP-LINE.

           MOVE "PERCENT USED AT WINDOW START"   TO ASP-LABEL.
           MOVE WS-ASP-FIRST-PCT                 TO ASP-PCT-EDIT.
           MOVE ASP-PCT-EDIT                     TO ASP-VALUE.
           PERFORM 3900-WRITE-ASP-LINE.

           MOVE "PERCENT USED AT LAST CAPTURE"   TO ASP-LABEL.
           MOVE WS-ASP-LAST-PCT                  TO ASP-PCT-EDIT.
           MOVE ASP-PCT-EDIT                     TO ASP-VALUE.
           PERFORM 3900-WRITE-ASP-LINE.

           MOVE "THRESHOLD PERCENT"              TO ASP-LABEL.
           MOVE WS-ASP-THRESHOLD                 TO ASP-PCT-EDIT.
           MOVE ASP-PCT-EDIT                     TO ASP-VALUE.
           PERFORM 3900-WRITE-ASP-LINE.

           COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ASP-LAST-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-ASP-FIRST-DATE).
           MOVE ZEROES TO WS-ASP-PCT-DAY.
           IF WS-DAYS > ZEROES
              COMPUTE WS-ASP-PCT-DAY =
                      (WS-ASP-LAST-PCT - WS-ASP-FIRST-PCT) / WS-DAYS
           END-IF.
           MOVE "PERCENT CHANGE PER DAY"         TO ASP-LABEL.
           MOVE WS-ASP-PCT-DAY                   TO ASP-RATE-EDIT.
           MOVE ASP-RATE-EDIT                    TO ASP-VALUE.
           PERFORM 3900-WRITE-ASP-LINE.

           MOVE "THRESHOLD REACHED"              TO ASP-LABEL.
           EVALUATE TRUE
              WHEN WS-ASP-LAST-PCT NOT < WS-ASP-THRESHOLD
                 MOVE "ALREADY PASSED"           TO ASP-VALUE
              WHEN WS-ASP-PCT-DAY NOT > ZEROES
                 MOVE "NOT GROWING"              TO ASP-VALUE
              WHEN OTHER
                 COMPUTE WS-ASP-DAYS-LEFT ROUNDED =
                         (WS-ASP-THRESHOLD - WS-ASP-LAST-PCT)
                       / WS-ASP-PCT-DAY
                    ON SIZE ERROR
                       MOVE 9999999 TO WS-ASP-DAYS-LEFT
                 END-COMPUTE
                 IF WS-ASP-DAYS-LEFT > 36500
                    MOVE "OVER 100 YEARS"        TO ASP-VALUE
                 ELSE
                    COMPUTE WS-ASP-FULL-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-ASP-LAST-DATE)
                        + WS-ASP-DAYS-LEFT)
                    MOVE WS-ASP-FULL-DATE        TO ASP-VALUE
                    PERFORM 3900-WRITE-ASP-LINE
                    MOVE "DAYS FROM LAST CAPTURE" TO ASP-LABEL
                    MOVE WS-ASP-DAYS-LEFT        TO ASP-NUM-EDIT
                    MOVE ASP-NUM-EDIT            TO ASP-VALUE
                 END-IF
           END-EVALUATE.
           PERFORM 3900-WRITE-ASP-LINE.

      *================================================================

       3900-WRITE-ASP-LINE.

           MOVE ASP-LINE TO DBSIZLST-REC.
           WRITE DBSIZLST-REC.
