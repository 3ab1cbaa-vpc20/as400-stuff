       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPLFKWSCN.

      *================================================================
      *  Nightly keyword alerting over the captured report text.
      *  The failure signs on our reports are phrases - "OUT OF
      *  BALANCE", "*** ERROR", "0 RECORDS PROCESSED" - and they
      *  sit in SPLFARCD where nobody reads them until a branch
      *  complains. Run after the purge, this step takes the reports
      *  archived on the run date (ARCPRGDT) that still have their
      *  text on file and looks for every active SPLFKWRUL phrase
      *  for that report (and every "*ALL" phrase) on each line.
      *  Each line that carries a phrase is written to SPLFKWHIT
      *  with the report's identity and line number for the
      *  SPLFKWINQ findings screen, and each rule that hit a report
      *  raises one ALERTSVC event at the rule's severity, naming
      *  the first line and how many lines hit - one alert per
      *  report and phrase, not one per line, so a phrase printed
      *  on every page does not bury the alert log.
      *
      *  A hit already on SPLFKWHIT for this run date is not written
      *  or alerted again, so a rerun of the night is harmless.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SPLFARCH       ASSIGN  TO DATABASE-SPLFARCH
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ARCKEY.

           SELECT SPLFARCD       ASSIGN  TO DATABASE-SPLFARCD
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ARDKEY.

           SELECT SPLFKWRUL      ASSIGN  TO DATABASE-SPLFKWRUL
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         KWKEY.

           SELECT SPLFKWHIT      ASSIGN  TO DATABASE-SPLFKWHIT
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         KHKEY.

           SELECT SPLFKWLST      ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  SPLFARCH
           LABEL RECORDS ARE STANDARD.
       01  SPLFARCH-REC.
           COPY DDS-ALL-FORMATS OF SPLFARCH.

       FD  SPLFARCD
           LABEL RECORDS ARE STANDARD.
       01  SPLFARCD-REC.
           COPY DDS-ALL-FORMATS OF SPLFARCD.

       FD  SPLFKWRUL
           LABEL RECORDS ARE STANDARD.
       01  SPLFKWRUL-REC.
           COPY DDS-ALL-FORMATS OF SPLFKWRUL.

       FD  SPLFKWHIT
           LABEL RECORDS ARE STANDARD.
       01  SPLFKWHIT-REC.
           COPY DDS-ALL-FORMATS OF SPLFKWHIT.

       FD  SPLFKWLST
           LABEL RECORDS ARE OMITTED.
       01  SPLFKWLST-REC            PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-SPLFARCH-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFARCH        VALUE B"0".
               88  EOF-SPLFARCH            VALUE B"1".
           05  EOF-SPLFARCD-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFARCD        VALUE B"0".
               88  EOF-SPLFARCD            VALUE B"1".
           05  EOF-SPLFKWRUL-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFKWRUL       VALUE B"0".
               88  EOF-SPLFKWRUL           VALUE B"1".
           05  PHRASE-HIT-SW       PIC 1   VALUE B"0".
               88  PHRASE-HIT              VALUE B"1".
               88  PHRASE-NOT-HIT          VALUE B"0".

      *          Every active rule, loaded once; the hit counts are
      *          reset for each report scanned.
       01  RULE-TABLE.
           05  RUL-COUNT           PIC S9(3) BINARY VALUE ZEROES.
           05  RUL-MAX             PIC S9(3) BINARY VALUE 200.
           05  RUL-ENTRY OCCURS 200 TIMES INDEXED BY RUL-IX.
               10  RUL-RPTNM       PIC X(10).
               10  RUL-PHRASE      PIC X(40).
               10  RUL-PHRLEN      PIC S9(3) BINARY.
               10  RUL-SEV         PIC X(1).
               10  RUL-APPLIES     PIC X(1).
               10  RUL-NEW-HITS    PIC S9(7).
               10  RUL-FIRST-SEQ   PIC 9(7).

       01  SCAN-WORK.
           05  WS-SCAN-POS         PIC S9(3) BINARY VALUE ZEROES.
           05  WS-SCAN-LIMIT       PIC S9(3) BINARY VALUE ZEROES.
           05  WS-HIT-COL          PIC S9(3) BINARY VALUE ZEROES.
           05  WS-RPT-RULES        PIC S9(7) VALUE ZEROES.
           05  WS-ALERT-SEQ        PIC 9(7).
           05  WS-ALERT-HITS       PIC Z(6)9.

       01  SCAN-COUNTERS.
           05  WS-RPT-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-HIT-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-OLD-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-ALERT-COUNT      PIC S9(7) VALUE ZEROES.

       01  ALERT-PARM.
           05  ALERT-TYPE                  PIC X(10).
           05  ALERT-SEV                   PIC X(1).
           05  ALERT-SOURCE                PIC X(10).
           05  ALERT-TEXT                  PIC X(60).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "REPORT KEYWORD FINDINGS".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "REPORT".
               10  FILLER           PIC X(12) VALUE "USER".
               10  FILLER           PIC X(09) VALUE "CREATED".
               10  FILLER           PIC X(09) VALUE "LINE".
               10  FILLER           PIC X(05) VALUE "SEV".
               10  FILLER           PIC X(22) VALUE "PHRASE".
               10  FILLER           PIC X(62) VALUE "LINE TEXT".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-SPLFNM       PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-USERNM       PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-CRTDATE      PIC X(07).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-SEQ          PIC ZZZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-SEV          PIC X(01).
               10  FILLER           PIC X(04) VALUE SPACES.
               10  DTL-PHRASE       PIC X(20).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-TEXT         PIC X(62).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(09) VALUE "REPORTS:".
               10  TTL-RPT          PIC ZZZZZZ9.
               10  FILLER           PIC X(12) VALUE "  NEW HITS:".
               10  TTL-HIT          PIC ZZZZZZ9.
               10  FILLER           PIC X(19)
                   VALUE "  ALREADY ON FILE:".
               10  TTL-OLD          PIC ZZZZZZ9.
               10  FILLER           PIC X(10) VALUE "  ALERTS:".
               10  TTL-ALERT        PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(8).
       01  LINK-RUN-ID              PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           OPEN INPUT  SPLFARCH
                       SPLFARCD
                       SPLFKWRUL.
           OPEN I-O    SPLFKWHIT.
           OPEN OUTPUT SPLFKWLST.

           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO SPLFKWLST-REC.
           WRITE SPLFKWLST-REC.
           MOVE COL-LINE TO SPLFKWLST-REC.
           WRITE SPLFKWLST-REC.

           PERFORM 1000-LOAD-RULES.

           IF RUL-COUNT > ZEROES
              MOVE LOW-VALUES TO ARCKEY OF SPLFARCH-REC
              START SPLFARCH KEY IS NOT LESS THAN ARCKEY
                    OF SPLFARCH-REC
                 INVALID KEY
                    SET EOF-SPLFARCH TO TRUE
              END-START
           ELSE
              SET EOF-SPLFARCH TO TRUE
           END-IF.

           PERFORM UNTIL EOF-SPLFARCH
              READ SPLFARCH NEXT RECORD
                 AT END
                    SET EOF-SPLFARCH TO TRUE
                 NOT AT END
                    IF ARCPRGDT   OF SPLFARCH-REC = LINK-RUN-DATE
                    AND ARCOFFSTAT OF SPLFARCH-REC NOT = "Y"
                       PERFORM 2000-SELECT-RULES
                       IF WS-RPT-RULES > ZEROES
                          ADD 1 TO WS-RPT-COUNT
                          PERFORM 3000-SCAN-REPORT
                          PERFORM 4000-RAISE-ALERTS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-RPT-COUNT   TO TTL-RPT.
           MOVE WS-HIT-COUNT   TO TTL-HIT.
           MOVE WS-OLD-COUNT   TO TTL-OLD.
           MOVE WS-ALERT-COUNT TO TTL-ALERT.
           MOVE TOTAL-LINE TO SPLFKWLST-REC.
           WRITE SPLFKWLST-REC.

           CLOSE SPLFARCH
                 SPLFARCD
                 SPLFKWRUL
                 SPLFKWHIT
                 SPLFKWLST.

           DISPLAY "SPLFKWSCN: " WS-RPT-COUNT " reports, "
                   WS-HIT-COUNT " new hits, "
                   WS-OLD-COUNT " already on file, "
                   WS-ALERT-COUNT " alerts".

           GOBACK.

      *================================================================
      *  A rule with no phrase can never match and is left out.
      *================================================================

       1000-LOAD-RULES.

           MOVE ZEROES TO RUL-COUNT.
           MOVE LOW-VALUES TO KWKEY OF SPLFKWRUL-REC.
           START SPLFKWRUL KEY IS NOT LESS THAN KWKEY OF SPLFKWRUL-REC
              INVALID KEY
                 SET EOF-SPLFKWRUL TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFKWRUL
              READ SPLFKWRUL NEXT RECORD
                 AT END
                    SET EOF-SPLFKWRUL TO TRUE
                 NOT AT END
                    IF  KWACT    OF SPLFKWRUL-REC = "Y"
                    AND KWPHRASE OF SPLFKWRUL-REC NOT = SPACES
                       PERFORM 1100-ADD-RULE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1100-ADD-RULE.

           IF RUL-COUNT < RUL-MAX
              ADD 1 TO RUL-COUNT
              SET RUL-IX TO RUL-COUNT
              MOVE KWRPTNM OF SPLFKWRUL-REC TO RUL-RPTNM(RUL-IX)
              MOVE FUNCTION TRIM(KWPHRASE OF SPLFKWRUL-REC)
                 TO RUL-PHRASE(RUL-IX)
              COMPUTE RUL-PHRLEN(RUL-IX) = FUNCTION LENGTH(
                  FUNCTION TRIM(KWPHRASE OF SPLFKWRUL-REC))
              MOVE KWSEV OF SPLFKWRUL-REC TO RUL-SEV(RUL-IX)
           ELSE
              DISPLAY "SPLFKWSCN: rule table full - "
                      KWRPTNM OF SPLFKWRUL-REC " "
                      KWPHRASE OF SPLFKWRUL-REC " skipped"
           END-IF.

      *================================================================
      *  WS-RPT-RULES counts the rules that apply to the report in
      *  hand - none, and its text is not read at all.
      *================================================================

       2000-SELECT-RULES.

           MOVE ZEROES TO WS-RPT-RULES.

           PERFORM VARYING RUL-IX FROM 1 BY 1
                     UNTIL RUL-IX > RUL-COUNT
              MOVE ZEROES TO RUL-NEW-HITS(RUL-IX)
                             RUL-FIRST-SEQ(RUL-IX)
              IF RUL-RPTNM(RUL-IX) = ARCSPLFNM OF SPLFARCH-REC
              OR RUL-RPTNM(RUL-IX) = "*ALL"
                 MOVE "Y" TO RUL-APPLIES(RUL-IX)
                 ADD 1 TO WS-RPT-RULES
              ELSE
                 MOVE "N" TO RUL-APPLIES(RUL-IX)
              END-IF
           END-PERFORM.

      *================================================================

       3000-SCAN-REPORT.

           SET NOT-EOF-SPLFARCD TO TRUE.
           MOVE ARCJOBID  OF SPLFARCH-REC TO ARDJOBID  OF SPLFARCD-REC.
           MOVE ARCSPLFID OF SPLFARCH-REC TO ARDSPLFID OF SPLFARCD-REC.
           MOVE ZEROES                    TO ARDSEQ    OF SPLFARCD-REC.
           START SPLFARCD KEY IS NOT LESS THAN ARDKEY
                 OF SPLFARCD-REC
              INVALID KEY
                 SET EOF-SPLFARCD TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFARCD
              READ SPLFARCD NEXT RECORD
                 AT END
                    SET EOF-SPLFARCD TO TRUE
                 NOT AT END
                    IF ARDJOBID  OF SPLFARCD-REC
                          NOT = ARCJOBID  OF SPLFARCH-REC
                    OR ARDSPLFID OF SPLFARCD-REC
                          NOT = ARCSPLFID OF SPLFARCH-REC
                       SET EOF-SPLFARCD TO TRUE
                    ELSE
                       PERFORM VARYING RUL-IX FROM 1 BY 1
                                 UNTIL RUL-IX > RUL-COUNT
                          IF RUL-APPLIES(RUL-IX) = "Y"
                             PERFORM 3100-MATCH-PHRASE
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       3100-MATCH-PHRASE.

           SET PHRASE-NOT-HIT TO TRUE.
           MOVE ZEROES TO WS-HIT-COL.

           COMPUTE WS-SCAN-LIMIT = 132 - RUL-PHRLEN(RUL-IX) + 1.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
              UNTIL WS-SCAN-POS > WS-SCAN-LIMIT OR PHRASE-HIT
              IF ARDTEXT OF SPLFARCD-REC
                    (WS-SCAN-POS:RUL-PHRLEN(RUL-IX))
                    = RUL-PHRASE(RUL-IX)(1:RUL-PHRLEN(RUL-IX))
                 SET PHRASE-HIT TO TRUE
                 MOVE WS-SCAN-POS TO WS-HIT-COL
              END-IF
           END-PERFORM.

           IF PHRASE-HIT
              PERFORM 3200-WRITE-FINDING
           END-IF.

      *================================================================

       3200-WRITE-FINDING.

           INITIALIZE SPLFKWHIT-REC.
           MOVE LINK-RUN-DATE             TO KHRUNDT   OF SPLFKWHIT-REC.
           MOVE ARCJOBID   OF SPLFARCH-REC TO KHJOBID  OF SPLFKWHIT-REC.
           MOVE ARCSPLFID  OF SPLFARCH-REC TO KHSPLFID OF SPLFKWHIT-REC.
           MOVE ARDSEQ     OF SPLFARCD-REC TO KHSEQ    OF SPLFKWHIT-REC.
           MOVE RUL-RPTNM(RUL-IX)          TO KHRULRPT OF SPLFKWHIT-REC.
           MOVE RUL-PHRASE(RUL-IX)         TO KHPHRASE OF SPLFKWHIT-REC.
           MOVE ARCSPLFNM  OF SPLFARCH-REC TO KHSPLFNM OF SPLFKWHIT-REC.
           MOVE ARCUSERNM  OF SPLFARCH-REC TO KHUSERNM OF SPLFKWHIT-REC.
           MOVE ARCCRTDATE OF SPLFARCH-REC
                                       TO KHCRTDATE OF SPLFKWHIT-REC.
           MOVE RUL-SEV(RUL-IX)            TO KHSEV    OF SPLFKWHIT-REC.
           MOVE WS-HIT-COL                 TO KHCOL    OF SPLFKWHIT-REC.
           MOVE ARDTEXT    OF SPLFARCD-REC TO KHTEXT   OF SPLFKWHIT-REC.
           MOVE FUNCTION CURRENT-DATE      TO KHTS     OF SPLFKWHIT-REC.

           WRITE SPLFKWHIT-REC
              INVALID KEY
                 ADD 1 TO WS-OLD-COUNT
              NOT INVALID KEY
                 ADD 1 TO WS-HIT-COUNT
                 ADD 1 TO RUL-NEW-HITS(RUL-IX)
                 IF RUL-FIRST-SEQ(RUL-IX) = ZEROES
                    MOVE ARDSEQ OF SPLFARCD-REC
                       TO RUL-FIRST-SEQ(RUL-IX)
                 END-IF
                 PERFORM 3300-WRITE-DETAIL
           END-WRITE.

      *================================================================

       3300-WRITE-DETAIL.

           INITIALIZE DTL-LINE.
           MOVE ARCSPLFNM  OF SPLFARCH-REC TO DTL-SPLFNM.
           MOVE ARCUSERNM  OF SPLFARCH-REC TO DTL-USERNM.
           MOVE ARCCRTDATE OF SPLFARCH-REC TO DTL-CRTDATE.
           MOVE ARDSEQ     OF SPLFARCD-REC TO DTL-SEQ.
           MOVE RUL-SEV(RUL-IX)            TO DTL-SEV.
           MOVE RUL-PHRASE(RUL-IX)         TO DTL-PHRASE.
           MOVE ARDTEXT OF SPLFARCD-REC(WS-HIT-COL:)
                                           TO DTL-TEXT.
           MOVE SPACES   TO SPLFKWLST-REC.
           MOVE DTL-LINE TO SPLFKWLST-REC.
           WRITE SPLFKWLST-REC.

      *================================================================

       4000-RAISE-ALERTS.

           PERFORM VARYING RUL-IX FROM 1 BY 1
                     UNTIL RUL-IX > RUL-COUNT
              IF RUL-NEW-HITS(RUL-IX) > ZEROES
                 MOVE RUL-FIRST-SEQ(RUL-IX) TO WS-ALERT-SEQ
                 MOVE RUL-NEW-HITS(RUL-IX)  TO WS-ALERT-HITS
                 MOVE SPACES TO ALERT-TEXT
                 STRING ARCSPLFNM OF SPLFARCH-REC DELIMITED BY SPACE
                        " LINE "            DELIMITED BY SIZE
                        WS-ALERT-SEQ        DELIMITED BY SIZE
                        " ("                DELIMITED BY SIZE
                        FUNCTION TRIM(WS-ALERT-HITS)
                                            DELIMITED BY SIZE
                        "): "               DELIMITED BY SIZE
                        RUL-PHRASE(RUL-IX)(1:RUL-PHRLEN(RUL-IX))
                                            DELIMITED BY SIZE
                    INTO ALERT-TEXT
                 END-STRING
                 MOVE "RPTKEYWORD"    TO ALERT-TYPE
                 MOVE RUL-SEV(RUL-IX) TO ALERT-SEV
                 MOVE "SPLFKWSCN"     TO ALERT-SOURCE
                 CALL "ALERTSVC" USING ALERT-PARM
                 ADD 1 TO WS-ALERT-COUNT
              END-IF
           END-PERFORM.
