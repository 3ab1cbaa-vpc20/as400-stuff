       IDENTIFICATION DIVISION.
       PROGRAM-ID.    USGRPTCBL.

      *================================================================
      *  Monthly who-uses-what report from the USGLOGPF usage log
      *  (USGLOGSVC), for retiring screens and reviewing authority
      *  grants. The caller gives the month (CCYYMM).
      *
      *  Section 1 - each interactive program's sessions that month
      *  by user: sessions, minutes signed on to the screen, adds,
      *  changes, deletes and inquiries, sessions that never closed
      *  normally, and the last day used; a total line per program.
      *
      *  Section 2 - screens nobody used that month. The programs
      *  known are those ever seen in the log plus those registered
      *  on CODETBL table USGPGM (code the program, description
      *  what it is), so a screen nobody has ever opened still
      *  shows - as NEVER - once it is registered.
      *
      *  Section 3 - AUTHFNC grants (AFACT "Y") not exercised that
      *  month: no USGLOGPF "A" row for the user and function,
      *  i.e. AUTHCHKSVC never allowed it. A "*ALL" grant counts as
      *  exercised when anyone used the function. The program the
      *  function belongs to comes from CODETBL table FNCPGM.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT USGLOGPF       ASSIGN  TO DATABASE-USGLOGPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         USGKEY.

           SELECT AUTHFNC        ASSIGN  TO DATABASE-AUTHFNC
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         AFKEY.

           SELECT CODETBL        ASSIGN  TO DATABASE-CODETBL
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CTKEY.

           SELECT USGRPTLST      ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  USGLOGPF
           LABEL RECORDS ARE STANDARD.
       01  USGLOGPF-REC.
           COPY DDS-ALL-FORMATS OF USGLOGPF.

       FD  AUTHFNC
           LABEL RECORDS ARE STANDARD.
       01  AUTHFNC-REC.
           COPY DDS-ALL-FORMATS OF AUTHFNC.

       FD  CODETBL
           LABEL RECORDS ARE STANDARD.
       01  CODETBL-REC.
           COPY DDS-ALL-FORMATS OF CODETBL.

       FD  USGRPTLST
           LABEL RECORDS ARE OMITTED.
       01  USGRPTLST-REC            PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-USGLOGPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-USGLOGPF        VALUE B"0".
               88  EOF-USGLOGPF            VALUE B"1".
           05  EOF-AUTHFNC-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-AUTHFNC         VALUE B"0".
               88  EOF-AUTHFNC             VALUE B"1".
           05  EOF-CODETBL-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-CODETBL         VALUE B"0".
               88  EOF-CODETBL             VALUE B"1".
           05  GRANT-USED-SW       PIC 1   VALUE B"0".
               88  GRANT-NOT-USED          VALUE B"0".
               88  GRANT-USED              VALUE B"1".
           05  FIRST-LINE-SW       PIC 1   VALUE B"1".
               88  NOT-FIRST-LINE          VALUE B"0".
               88  FIRST-LINE              VALUE B"1".

       01  WS-MONTH-X              PIC X(6)  VALUE SPACES.

      *          Every program met in the log or on CODETBL USGPGM,
      *          with its sessions this month and the last day it
      *          was used at all.

       01  PROGRAM-TABLE.
           05  PT-COUNT            PIC 9(3)  VALUE ZEROES.
           05  PT-ENTRY OCCURS 300 TIMES.
               10  PT-PGM          PIC X(10).
               10  PT-DESC         PIC X(30).
               10  PT-SESS         PIC 9(7).
               10  PT-LAST         PIC X(8).
       01  PT-IX                   PIC 9(3)  VALUE ZEROES.
       01  PT-FOUND                PIC 9(3)  VALUE ZEROES.

       01  BREAK-AREA.
           05  WS-BRK-PGM          PIC X(10) VALUE SPACES.
           05  WS-BRK-USER         PIC X(10) VALUE SPACES.

       01  USER-TOTALS.
           05  UT-SESS             PIC 9(7)  VALUE ZEROES.
           05  UT-MINS             PIC 9(9)  VALUE ZEROES.
           05  UT-ADDS             PIC 9(7)  VALUE ZEROES.
           05  UT-CHGS             PIC 9(7)  VALUE ZEROES.
           05  UT-DLTS             PIC 9(7)  VALUE ZEROES.
           05  UT-INQS             PIC 9(7)  VALUE ZEROES.
           05  UT-OPEN             PIC 9(7)  VALUE ZEROES.
           05  UT-LAST             PIC X(8)  VALUE SPACES.

       01  PROGRAM-TOTALS.
           05  PGT-SESS            PIC 9(7)  VALUE ZEROES.
           05  PGT-MINS            PIC 9(9)  VALUE ZEROES.
           05  PGT-ADDS            PIC 9(7)  VALUE ZEROES.
           05  PGT-CHGS            PIC 9(7)  VALUE ZEROES.
           05  PGT-DLTS            PIC 9(7)  VALUE ZEROES.
           05  PGT-INQS            PIC 9(7)  VALUE ZEROES.
           05  PGT-OPEN            PIC 9(7)  VALUE ZEROES.
           05  PGT-LAST            PIC X(8)  VALUE SPACES.

       01  WS-TS-WORK.
           05  WS-TS-DATE          PIC 9(8).
           05  WS-TS-HH            PIC 9(2).
           05  WS-TS-MI            PIC 9(2).
           05  FILLER              PIC X(9).
       01  WS-STR-DAY              PIC S9(9) VALUE ZEROES.
       01  WS-STR-MIN              PIC S9(9) VALUE ZEROES.
       01  WS-END-DAY              PIC S9(9) VALUE ZEROES.
       01  WS-END-MIN              PIC S9(9) VALUE ZEROES.
       01  WS-SESS-MINS            PIC S9(9) VALUE ZEROES.

       01  REPORT-COUNTERS.
           05  WS-UNUSED-COUNT     PIC S9(7) VALUE ZEROES.
           05  WS-GRANT-COUNT      PIC S9(7) VALUE ZEROES.
           05  WS-IDLE-COUNT       PIC S9(7) VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "INTERACTIVE PROGRAM USAGE FOR MONTH".
               10  HDR-MONTH        PIC X(6).
           05  SEC1-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(60) VALUE
                   "1. USAGE BY PROGRAM AND USER".
           05  COL1-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(11) VALUE "PROGRAM".
               10  FILLER           PIC X(11) VALUE "USER".
               10  FILLER           PIC X(09) VALUE " SESSIONS".
               10  FILLER           PIC X(11) VALUE "    MINUTES".
               10  FILLER           PIC X(09) VALUE "     ADDS".
               10  FILLER           PIC X(09) VALUE "  CHANGES".
               10  FILLER           PIC X(09) VALUE "  DELETES".
               10  FILLER           PIC X(09) VALUE "  INQUIRY".
               10  FILLER           PIC X(09) VALUE "  NOT END".
               10  FILLER           PIC X(02) VALUE SPACES.
               10  FILLER           PIC X(09) VALUE "LAST USED".
           05  DTL1-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL1-PGM         PIC X(11).
               10  DTL1-USER        PIC X(11).
               10  DTL1-SESS        PIC ZZZZZZZZ9.
               10  DTL1-MINS        PIC ZZZZZZZZZZ9.
               10  DTL1-ADDS        PIC ZZZZZZZZ9.
               10  DTL1-CHGS        PIC ZZZZZZZZ9.
               10  DTL1-DLTS        PIC ZZZZZZZZ9.
               10  DTL1-INQS        PIC ZZZZZZZZ9.
               10  DTL1-OPEN        PIC ZZZZZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL1-LAST        PIC X(8).
           05  SEC2-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(60) VALUE
                   "2. SCREENS NOT USED THIS MONTH".
           05  COL2-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(11) VALUE "PROGRAM".
               10  FILLER           PIC X(31) VALUE "DESCRIPTION".
               10  FILLER           PIC X(09) VALUE "LAST USED".
           05  DTL2-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL2-PGM         PIC X(11).
               10  DTL2-DESC        PIC X(31).
               10  DTL2-LAST        PIC X(8).
           05  SEC3-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(60) VALUE
                   "3. AUTHFNC GRANTS NOT EXERCISED THIS MONTH".
           05  COL3-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(11) VALUE "USER".
               10  FILLER           PIC X(11) VALUE "FUNCTION".
               10  FILLER           PIC X(30) VALUE "PROGRAM".
           05  DTL3-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL3-USER        PIC X(11).
               10  DTL3-FUNC        PIC X(11).
               10  DTL3-PGM         PIC X(30).
           05  BLANK-LINE           PIC X(132) VALUE SPACES.
           05  TOT-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  TOT-LABEL        PIC X(40).
               10  TOT-COUNT        PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-MONTH               PIC 9(06).

      *================================================================

       PROCEDURE DIVISION USING LINK-MONTH.

       0000-MAIN.

           MOVE LINK-MONTH TO WS-MONTH-X.

           OPEN INPUT  USGLOGPF
                       AUTHFNC
                       CODETBL
                OUTPUT USGRPTLST.

           MOVE WS-MONTH-X TO HDR-MONTH.
           MOVE HDR-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.

           PERFORM 1000-USAGE-BY-PROGRAM.
           PERFORM 2000-LOAD-REGISTER.
           PERFORM 3000-PRINT-UNUSED-SCREENS.
           PERFORM 4000-PRINT-UNUSED-GRANTS.

           CLOSE USGLOGPF
                 AUTHFNC
                 CODETBL
                 USGRPTLST.

           DISPLAY "USGRPTCBL: month " WS-MONTH-X ", "
                   WS-IDLE-COUNT " screens unused, "
                   WS-GRANT-COUNT " grants not exercised".

           GOBACK.

      *================================================================
      *  The session rows come back in key order - program, then
      *  user - so the month's rows break naturally by both; every
      *  row, whatever its month, also notes the program as known
      *  and its last day used.
      *================================================================

       1000-USAGE-BY-PROGRAM.

           MOVE BLANK-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.
           MOVE SEC1-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.
           MOVE COL1-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.

           SET NOT-EOF-USGLOGPF TO TRUE.
           MOVE LOW-VALUES TO USGKEY OF USGLOGPF-REC.
           MOVE "S"        TO USGTYPE OF USGLOGPF-REC.
           START USGLOGPF KEY IS NOT LESS THAN USGKEY OF USGLOGPF-REC
              INVALID KEY
                 SET EOF-USGLOGPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-USGLOGPF
              READ USGLOGPF NEXT RECORD
                 AT END
                    SET EOF-USGLOGPF TO TRUE
                 NOT AT END
                    IF USGTYPE OF USGLOGPF-REC NOT = "S"
                       SET EOF-USGLOGPF TO TRUE
                    ELSE
                       PERFORM 1100-NOTE-PROGRAM
                       IF USGSTRTS OF USGLOGPF-REC(1:6) = WS-MONTH-X
                          PERFORM 1200-ADD-SESSION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           IF NOT-FIRST-LINE
              PERFORM 1300-PRINT-USER
              PERFORM 1400-PRINT-PROGRAM
           END-IF.

      *================================================================

       1100-NOTE-PROGRAM.

           MOVE USGNAME OF USGLOGPF-REC TO DTL2-PGM.
           PERFORM 9000-FIND-PROGRAM.
           IF PT-FOUND > 0
              IF USGSTRTS OF USGLOGPF-REC(1:8) > PT-LAST(PT-FOUND)
                 MOVE USGSTRTS OF USGLOGPF-REC(1:8)
                    TO PT-LAST(PT-FOUND)
              END-IF
              IF USGSTRTS OF USGLOGPF-REC(1:6) = WS-MONTH-X
                 ADD 1 TO PT-SESS(PT-FOUND)
              END-IF
           END-IF.

      *================================================================

       1200-ADD-SESSION.

           IF FIRST-LINE
              SET NOT-FIRST-LINE TO TRUE
              MOVE USGNAME OF USGLOGPF-REC TO WS-BRK-PGM
              MOVE USGUSER OF USGLOGPF-REC TO WS-BRK-USER
           END-IF.

           IF USGNAME OF USGLOGPF-REC NOT = WS-BRK-PGM
              PERFORM 1300-PRINT-USER
              PERFORM 1400-PRINT-PROGRAM
              MOVE USGNAME OF USGLOGPF-REC TO WS-BRK-PGM
              MOVE USGUSER OF USGLOGPF-REC TO WS-BRK-USER
           ELSE
              IF USGUSER OF USGLOGPF-REC NOT = WS-BRK-USER
                 PERFORM 1300-PRINT-USER
                 MOVE USGUSER OF USGLOGPF-REC TO WS-BRK-USER
              END-IF
           END-IF.

           ADD 1                        TO UT-SESS.
           ADD USGADDS OF USGLOGPF-REC  TO UT-ADDS.
           ADD USGCHGS OF USGLOGPF-REC  TO UT-CHGS.
           ADD USGDLTS OF USGLOGPF-REC  TO UT-DLTS.
           ADD USGINQS OF USGLOGPF-REC  TO UT-INQS.
           IF USGSTRTS OF USGLOGPF-REC(1:8) > UT-LAST
              MOVE USGSTRTS OF USGLOGPF-REC(1:8) TO UT-LAST
           END-IF.

           IF USGENDTS OF USGLOGPF-REC = SPACES
              ADD 1 TO UT-OPEN
           ELSE
              PERFORM 1250-SESSION-MINUTES
           END-IF.

      *================================================================
      *  Minutes from start to end stamp, across midnight if the
      *  screen was left up overnight.
      *================================================================

       1250-SESSION-MINUTES.

           MOVE USGSTRTS OF USGLOGPF-REC TO WS-TS-WORK.
           IF WS-TS-DATE IS NUMERIC
           AND WS-TS-HH IS NUMERIC
           AND WS-TS-MI IS NUMERIC
              COMPUTE WS-STR-DAY = FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
              COMPUTE WS-STR-MIN = WS-TS-HH * 60 + WS-TS-MI
              MOVE USGENDTS OF USGLOGPF-REC TO WS-TS-WORK
              IF WS-TS-DATE IS NUMERIC
              AND WS-TS-HH IS NUMERIC
              AND WS-TS-MI IS NUMERIC
                 COMPUTE WS-END-DAY =
                    FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
                 COMPUTE WS-END-MIN = WS-TS-HH * 60 + WS-TS-MI
                 COMPUTE WS-SESS-MINS =
                    (WS-END-DAY - WS-STR-DAY) * 1440
                    + WS-END-MIN - WS-STR-MIN
                 IF WS-SESS-MINS > 0
                    ADD WS-SESS-MINS TO UT-MINS
                 END-IF
              END-IF
           END-IF.

      *================================================================

       1300-PRINT-USER.

           MOVE WS-BRK-PGM  TO DTL1-PGM.
           MOVE WS-BRK-USER TO DTL1-USER.
           MOVE UT-SESS     TO DTL1-SESS.
           MOVE UT-MINS     TO DTL1-MINS.
           MOVE UT-ADDS     TO DTL1-ADDS.
           MOVE UT-CHGS     TO DTL1-CHGS.
           MOVE UT-DLTS     TO DTL1-DLTS.
           MOVE UT-INQS     TO DTL1-INQS.
           MOVE UT-OPEN     TO DTL1-OPEN.
           MOVE UT-LAST     TO DTL1-LAST.
           MOVE DTL1-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.

           ADD UT-SESS TO PGT-SESS.
           ADD UT-MINS TO PGT-MINS.
           ADD UT-ADDS TO PGT-ADDS.
           ADD UT-CHGS TO PGT-CHGS.
           ADD UT-DLTS TO PGT-DLTS.
           ADD UT-INQS TO PGT-INQS.
           ADD UT-OPEN TO PGT-OPEN.
           IF UT-LAST > PGT-LAST
              MOVE UT-LAST TO PGT-LAST
           END-IF.

           INITIALIZE USER-TOTALS.

      *================================================================

       1400-PRINT-PROGRAM.

           MOVE WS-BRK-PGM  TO DTL1-PGM.
           MOVE "*TOTAL"    TO DTL1-USER.
           MOVE PGT-SESS    TO DTL1-SESS.
           MOVE PGT-MINS    TO DTL1-MINS.
           MOVE PGT-ADDS    TO DTL1-ADDS.
           MOVE PGT-CHGS    TO DTL1-CHGS.
           MOVE PGT-DLTS    TO DTL1-DLTS.
           MOVE PGT-INQS    TO DTL1-INQS.
           MOVE PGT-OPEN    TO DTL1-OPEN.
           MOVE PGT-LAST    TO DTL1-LAST.
           MOVE DTL1-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.
           MOVE BLANK-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.

           INITIALIZE PROGRAM-TOTALS.

      *================================================================
      *  A retired USGPGM code (CTACT "N") is a screen already
      *  withdrawn - not listed as unused.
      *================================================================

       2000-LOAD-REGISTER.

           SET NOT-EOF-CODETBL TO TRUE.
           MOVE SPACES   TO CTKEY   OF CODETBL-REC.
           MOVE "USGPGM" TO CTTABLE OF CODETBL-REC.
           START CODETBL KEY IS NOT LESS THAN CTKEY OF CODETBL-REC
              INVALID KEY
                 SET EOF-CODETBL TO TRUE
           END-START.

           PERFORM UNTIL EOF-CODETBL
              READ CODETBL NEXT RECORD
                 AT END
                    SET EOF-CODETBL TO TRUE
                 NOT AT END
                    IF CTTABLE OF CODETBL-REC NOT = "USGPGM"
                       SET EOF-CODETBL TO TRUE
                    ELSE
                       IF CTACT OF CODETBL-REC NOT = "N"
                          MOVE CTCODE OF CODETBL-REC(1:10) TO DTL2-PGM
                          PERFORM 9000-FIND-PROGRAM
                          IF PT-FOUND > 0
                             MOVE CTDESC OF CODETBL-REC
                                TO PT-DESC(PT-FOUND)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       3000-PRINT-UNUSED-SCREENS.

           MOVE SEC2-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.
           MOVE COL2-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.

           PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-COUNT
              IF PT-SESS(PT-IX) = ZEROES
                 MOVE PT-PGM(PT-IX)  TO DTL2-PGM
                 MOVE PT-DESC(PT-IX) TO DTL2-DESC
                 IF PT-LAST(PT-IX) = SPACES
                    MOVE "NEVER"      TO DTL2-LAST
                 ELSE
                    MOVE PT-LAST(PT-IX) TO DTL2-LAST
                 END-IF
                 MOVE DTL2-LINE TO USGRPTLST-REC
                 WRITE USGRPTLST-REC
                 ADD 1 TO WS-IDLE-COUNT
              END-IF
           END-PERFORM.

           MOVE "SCREENS NOT USED"  TO TOT-LABEL.
           MOVE WS-IDLE-COUNT       TO TOT-COUNT.
           MOVE TOT-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.
           MOVE BLANK-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.

      *================================================================

       4000-PRINT-UNUSED-GRANTS.

           MOVE SEC3-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.
           MOVE COL3-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.

           SET NOT-EOF-AUTHFNC TO TRUE.
           MOVE LOW-VALUES TO AFKEY OF AUTHFNC-REC.
           START AUTHFNC KEY IS NOT LESS THAN AFKEY OF AUTHFNC-REC
              INVALID KEY
                 SET EOF-AUTHFNC TO TRUE
           END-START.

           PERFORM UNTIL EOF-AUTHFNC
              READ AUTHFNC NEXT RECORD
                 AT END
                    SET EOF-AUTHFNC TO TRUE
                 NOT AT END
                    IF AFACT OF AUTHFNC-REC = "Y"
                       PERFORM 4100-CHECK-GRANT-USED
                       IF GRANT-NOT-USED
                          PERFORM 4200-PRINT-GRANT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           MOVE "GRANTS NOT EXERCISED" TO TOT-LABEL.
           MOVE WS-GRANT-COUNT         TO TOT-COUNT.
           MOVE TOT-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.

      *================================================================
      *  A user's own grant is positioned straight at that user's
      *  first use in the month; a "*ALL" grant reads every user's
      *  uses of the function.
      *================================================================

       4100-CHECK-GRANT-USED.

           SET GRANT-NOT-USED TO TRUE.
           SET NOT-EOF-USGLOGPF TO TRUE.
           MOVE LOW-VALUES TO USGKEY OF USGLOGPF-REC.
           MOVE "A"                    TO USGTYPE OF USGLOGPF-REC.
           MOVE AFFUNC OF AUTHFNC-REC  TO USGNAME OF USGLOGPF-REC.
           IF AFUSER OF AUTHFNC-REC NOT = "*ALL"
              MOVE AFUSER OF AUTHFNC-REC TO USGUSER OF USGLOGPF-REC
              MOVE WS-MONTH-X  TO USGSTRTS OF USGLOGPF-REC(1:6)
           END-IF.
           START USGLOGPF KEY IS NOT LESS THAN USGKEY OF USGLOGPF-REC
              INVALID KEY
                 SET EOF-USGLOGPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-USGLOGPF OR GRANT-USED
              READ USGLOGPF NEXT RECORD
                 AT END
                    SET EOF-USGLOGPF TO TRUE
                 NOT AT END
                    IF USGTYPE OF USGLOGPF-REC NOT = "A"
                    OR USGNAME OF USGLOGPF-REC
                          NOT = AFFUNC OF AUTHFNC-REC
                       SET EOF-USGLOGPF TO TRUE
                    ELSE
                       IF AFUSER OF AUTHFNC-REC NOT = "*ALL"
                       AND USGUSER OF USGLOGPF-REC
                             NOT = AFUSER OF AUTHFNC-REC
                          SET EOF-USGLOGPF TO TRUE
                       ELSE
                          IF USGSTRTS OF USGLOGPF-REC(1:6)
                                = WS-MONTH-X
                             SET GRANT-USED TO TRUE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       4200-PRINT-GRANT.

           MOVE AFUSER OF AUTHFNC-REC TO DTL3-USER.
           MOVE AFFUNC OF AUTHFNC-REC TO DTL3-FUNC.
           MOVE "FNCPGM"              TO CTTABLE OF CODETBL-REC.
           MOVE AFFUNC OF AUTHFNC-REC TO CTCODE  OF CODETBL-REC.
           READ CODETBL
              INVALID KEY
                 MOVE SPACES TO DTL3-PGM
              NOT INVALID KEY
                 MOVE CTDESC OF CODETBL-REC TO DTL3-PGM
           END-READ.
           MOVE DTL3-LINE TO USGRPTLST-REC.
           WRITE USGRPTLST-REC.
           ADD 1 TO WS-GRANT-COUNT.

      *================================================================
      *  Program named in DTL2-PGM into PT-FOUND, added to the
      *  table if new (zero when the table is full).
      *================================================================

       9000-FIND-PROGRAM.

           MOVE ZEROES TO PT-FOUND.
           PERFORM VARYING PT-IX FROM 1 BY 1
                    UNTIL PT-IX > PT-COUNT OR PT-FOUND > 0
              IF PT-PGM(PT-IX) = DTL2-PGM
                 MOVE PT-IX TO PT-FOUND
              END-IF
           END-PERFORM.

           IF PT-FOUND = 0
           AND PT-COUNT < 300
              ADD 1 TO PT-COUNT
              MOVE PT-COUNT  TO PT-FOUND
              MOVE DTL2-PGM  TO PT-PGM(PT-FOUND)
              MOVE SPACES    TO PT-DESC(PT-FOUND)
                                PT-LAST(PT-FOUND)
              MOVE ZEROES    TO PT-SESS(PT-FOUND)
           END-IF.
