       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPLFVALX.

      *================================================================
      *  Nightly report value extraction. SPLFARCD holds the page
      *  text of every report SPLFPRGE captured, but the totals on
      *  them were only ever checked by eye. Run after the purge,
      *  this step takes the reports archived on the run date
      *  (ARCPRGDT) that still have their text on file, and for
      *  each that has active SPLFVRUL rules reads its lines once,
      *  trying every rule against every line - the last line
      *  matching a rule's pattern gives that rule's figure. Each
      *  figure found is written to SPLFVAL under the report's
      *  creation date for the SPLFVALR pair reconciliation; a rule
      *  whose pattern never appears on the report is listed, since
      *  a missing total line is itself worth a look.
      *
      *  The printed figure is read the way it was edited - digits
      *  and one decimal point, commas, currency signs and blanks
      *  ignored, a trailing or leading minus, CR or brackets making
      *  it negative. Anything else stores the row as "E" with the
      *  raw text. A rerun for the same night rewrites the same
      *  rows.
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

           SELECT SPLFVRUL       ASSIGN  TO DATABASE-SPLFVRUL
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         VRKEY.

           SELECT SPLFVAL        ASSIGN  TO DATABASE-SPLFVAL
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         VLKEY.

           SELECT SPLFVXLST      ASSIGN  TO PRINTER-QPRINT
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

       FD  SPLFVRUL
           LABEL RECORDS ARE STANDARD.
       01  SPLFVRUL-REC.
           COPY DDS-ALL-FORMATS OF SPLFVRUL.

       FD  SPLFVAL
           LABEL RECORDS ARE STANDARD.
       01  SPLFVAL-REC.
           COPY DDS-ALL-FORMATS OF SPLFVAL.

       FD  SPLFVXLST
           LABEL RECORDS ARE OMITTED.
       01  SPLFVXLST-REC            PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-SPLFARCH-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFARCH        VALUE B"0".
               88  EOF-SPLFARCH            VALUE B"1".
           05  EOF-SPLFARCD-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFARCD        VALUE B"0".
               88  EOF-SPLFARCD            VALUE B"1".
           05  EOF-SPLFVRUL-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFVRUL        VALUE B"0".
               88  EOF-SPLFVRUL            VALUE B"1".
           05  PAT-HIT-SW          PIC 1   VALUE B"0".
               88  PAT-HIT                 VALUE B"1".
               88  PAT-NOT-HIT             VALUE B"0".
           05  VAL-GOOD-SW         PIC 1   VALUE B"0".
               88  VAL-GOOD                VALUE B"1".
               88  VAL-BAD                 VALUE B"0".
           05  VAL-NEG-SW          PIC 1   VALUE B"0".
               88  VAL-NEGATIVE            VALUE B"1".
               88  VAL-POSITIVE            VALUE B"0".
           05  VAL-DEC-SW          PIC 1   VALUE B"0".
               88  VAL-IN-DECIMALS         VALUE B"1".
               88  VAL-IN-INTEGER          VALUE B"0".

      *          The active rules for the report in hand, with the
      *          last matching line found for each.
       01  RULE-TABLE.
           05  RUL-COUNT           PIC S9(3) BINARY VALUE ZEROES.
           05  RUL-MAX             PIC S9(3) BINARY VALUE 50.
           05  RUL-ENTRY OCCURS 50 TIMES INDEXED BY RUL-IX.
               10  RUL-VALNM       PIC X(10).
               10  RUL-PATTERN     PIC X(40).
               10  RUL-PATLEN      PIC S9(3) BINARY.
               10  RUL-PATCOL      PIC 9(3).
               10  RUL-VALCOL      PIC 9(3).
               10  RUL-VALLEN      PIC 9(2).
               10  RUL-HIT-SEQ     PIC 9(7).
               10  RUL-HIT-TEXT    PIC X(30).

       01  SCAN-WORK.
           05  WS-SCAN-POS         PIC S9(3) BINARY VALUE ZEROES.
           05  WS-SCAN-LIMIT       PIC S9(3) BINARY VALUE ZEROES.

       01  PARSE-WORK.
           05  WS-VAL-TEXT         PIC X(30).
           05  WS-VAL-CHAR         PIC X(1).
           05  WS-VAL-POS          PIC S9(3) BINARY VALUE ZEROES.
           05  WS-VAL-DIGITS       PIC 9(18)  VALUE ZEROES.
           05  WS-VAL-DIGIT        PIC 9(1).
           05  WS-VAL-DIGIT-COUNT  PIC S9(3) BINARY VALUE ZEROES.
           05  WS-VAL-DEC-COUNT    PIC S9(3) BINARY VALUE ZEROES.
           05  WS-VAL-AMT          PIC S9(13)V99 VALUE ZEROES.

       01  EXTRACT-COUNTERS.
           05  WS-RPT-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-VAL-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-ERR-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-MISS-COUNT       PIC S9(7) VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "REPORT VALUE EXTRACTION".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "REPORT".
               10  FILLER           PIC X(12) VALUE "VALUE".
               10  FILLER           PIC X(09) VALUE "CREATED".
               10  FILLER           PIC X(12) VALUE "USER".
               10  FILLER           PIC X(09) VALUE "LINE".
               10  FILLER           PIC X(32) VALUE "PRINTED AS".
               10  FILLER           PIC X(22) VALUE "VALUE / FINDING".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-RPTNM        PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-VALNM        PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-CRTDATE      PIC X(07).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-USERNM       PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-SEQ          PIC ZZZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-RAW          PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-AMT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  DTL-FINDING REDEFINES DTL-AMT
                                    PIC X(21).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(09) VALUE "REPORTS:".
               10  TTL-RPT          PIC ZZZZZZ9.
               10  FILLER           PIC X(10) VALUE "  VALUES:".
               10  TTL-VAL          PIC ZZZZZZ9.
               10  FILLER           PIC X(14) VALUE "  UNREADABLE:".
               10  TTL-ERR          PIC ZZZZZZ9.
               10  FILLER           PIC X(13) VALUE "  NOT FOUND:".
               10  TTL-MISS         PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(8).
       01  LINK-RUN-ID              PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           OPEN INPUT  SPLFARCH
                       SPLFARCD
                       SPLFVRUL.
           OPEN I-O    SPLFVAL.
           OPEN OUTPUT SPLFVXLST.

           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO SPLFVXLST-REC.
           WRITE SPLFVXLST-REC.
           MOVE COL-LINE TO SPLFVXLST-REC.
           WRITE SPLFVXLST-REC.

           MOVE LOW-VALUES TO ARCKEY OF SPLFARCH-REC.
           START SPLFARCH KEY IS NOT LESS THAN ARCKEY
                 OF SPLFARCH-REC
              INVALID KEY
                 SET EOF-SPLFARCH TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFARCH
              READ SPLFARCH NEXT RECORD
                 AT END
                    SET EOF-SPLFARCH TO TRUE
                 NOT AT END
                    IF ARCPRGDT   OF SPLFARCH-REC = LINK-RUN-DATE
                    AND ARCOFFSTAT OF SPLFARCH-REC NOT = "Y"
                       PERFORM 1000-LOAD-RULES
                       IF RUL-COUNT > ZEROES
                          ADD 1 TO WS-RPT-COUNT
                          PERFORM 2000-SCAN-REPORT
                          PERFORM 3000-STORE-VALUES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-RPT-COUNT  TO TTL-RPT.
           MOVE WS-VAL-COUNT  TO TTL-VAL.
           MOVE WS-ERR-COUNT  TO TTL-ERR.
           MOVE WS-MISS-COUNT TO TTL-MISS.
           MOVE TOTAL-LINE TO SPLFVXLST-REC.
           WRITE SPLFVXLST-REC.

           CLOSE SPLFARCH
                 SPLFARCD
                 SPLFVRUL
                 SPLFVAL
                 SPLFVXLST.

           DISPLAY "SPLFVALX: " WS-RPT-COUNT " reports, "
                   WS-VAL-COUNT " values, "
                   WS-ERR-COUNT " unreadable, "
                   WS-MISS-COUNT " not found".

           GOBACK.

      *================================================================

       1000-LOAD-RULES.

           MOVE ZEROES TO RUL-COUNT.
           SET NOT-EOF-SPLFVRUL TO TRUE.

           MOVE ARCSPLFNM OF SPLFARCH-REC TO VRRPTNM OF SPLFVRUL-REC.
           MOVE LOW-VALUES                TO VRVALNM OF SPLFVRUL-REC.
           START SPLFVRUL KEY IS NOT LESS THAN VRKEY OF SPLFVRUL-REC
              INVALID KEY
                 SET EOF-SPLFVRUL TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFVRUL
              READ SPLFVRUL NEXT RECORD
                 AT END
                    SET EOF-SPLFVRUL TO TRUE
                 NOT AT END
                    IF VRRPTNM OF SPLFVRUL-REC
                          NOT = ARCSPLFNM OF SPLFARCH-REC
                       SET EOF-SPLFVRUL TO TRUE
                    ELSE
                       PERFORM 1100-ADD-RULE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  A rule with no pattern, or a value outside the 132-column
      *  line, can never match and is left out.
      *================================================================

       1100-ADD-RULE.

           IF  VRACT     OF SPLFVRUL-REC = "Y"
           AND VRPATTERN OF SPLFVRUL-REC NOT = SPACES
           AND VRVALCOL  OF SPLFVRUL-REC > ZEROES
           AND VRVALLEN  OF SPLFVRUL-REC > ZEROES
           AND VRVALLEN  OF SPLFVRUL-REC NOT > 30
           AND VRVALCOL  OF SPLFVRUL-REC + VRVALLEN OF SPLFVRUL-REC
                  NOT > 133
              IF RUL-COUNT < RUL-MAX
                 ADD 1 TO RUL-COUNT
                 SET RUL-IX TO RUL-COUNT
                 MOVE VRVALNM  OF SPLFVRUL-REC TO RUL-VALNM (RUL-IX)
                 MOVE FUNCTION TRIM(VRPATTERN OF SPLFVRUL-REC)
                    TO RUL-PATTERN(RUL-IX)
                 COMPUTE RUL-PATLEN(RUL-IX) = FUNCTION LENGTH(
                     FUNCTION TRIM(VRPATTERN OF SPLFVRUL-REC))
                 MOVE VRPATCOL OF SPLFVRUL-REC TO RUL-PATCOL(RUL-IX)
                 MOVE VRVALCOL OF SPLFVRUL-REC TO RUL-VALCOL(RUL-IX)
                 MOVE VRVALLEN OF SPLFVRUL-REC TO RUL-VALLEN(RUL-IX)
                 MOVE ZEROES TO RUL-HIT-SEQ (RUL-IX)
                 MOVE SPACES TO RUL-HIT-TEXT(RUL-IX)
              ELSE
                 DISPLAY "SPLFVALX: rule table full - "
                         VRRPTNM OF SPLFVRUL-REC " "
                         VRVALNM OF SPLFVRUL-REC " skipped"
              END-IF
           END-IF.

      *================================================================

       2000-SCAN-REPORT.

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
                          PERFORM 2100-MATCH-RULE
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2100-MATCH-RULE.

           SET PAT-NOT-HIT TO TRUE.

           IF RUL-PATCOL(RUL-IX) > ZEROES
              IF RUL-PATCOL(RUL-IX) + RUL-PATLEN(RUL-IX) NOT > 133
                 IF ARDTEXT OF SPLFARCD-REC
                       (RUL-PATCOL(RUL-IX):RUL-PATLEN(RUL-IX))
                       = RUL-PATTERN(RUL-IX)(1:RUL-PATLEN(RUL-IX))
                    SET PAT-HIT TO TRUE
                 END-IF
              END-IF
           ELSE
              COMPUTE WS-SCAN-LIMIT = 132 - RUL-PATLEN(RUL-IX) + 1
              PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                 UNTIL WS-SCAN-POS > WS-SCAN-LIMIT OR PAT-HIT
                 IF ARDTEXT OF SPLFARCD-REC
                       (WS-SCAN-POS:RUL-PATLEN(RUL-IX))
                       = RUL-PATTERN(RUL-IX)(1:RUL-PATLEN(RUL-IX))
                    SET PAT-HIT TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

           IF PAT-HIT
              MOVE ARDSEQ OF SPLFARCD-REC TO RUL-HIT-SEQ(RUL-IX)
              MOVE ARDTEXT OF SPLFARCD-REC
                      (RUL-VALCOL(RUL-IX):RUL-VALLEN(RUL-IX))
                 TO RUL-HIT-TEXT(RUL-IX)
           END-IF.

      *================================================================

       3000-STORE-VALUES.

           PERFORM VARYING RUL-IX FROM 1 BY 1
                     UNTIL RUL-IX > RUL-COUNT
              INITIALIZE DTL-LINE
              MOVE ARCSPLFNM  OF SPLFARCH-REC TO DTL-RPTNM
              MOVE RUL-VALNM(RUL-IX)          TO DTL-VALNM
              MOVE ARCCRTDATE OF SPLFARCH-REC TO DTL-CRTDATE
              MOVE ARCUSERNM  OF SPLFARCH-REC TO DTL-USERNM
              IF RUL-HIT-SEQ(RUL-IX) = ZEROES
                 ADD 1 TO WS-MISS-COUNT
                 MOVE "PATTERN NOT FOUND" TO DTL-FINDING
              ELSE
                 MOVE RUL-HIT-TEXT(RUL-IX) TO WS-VAL-TEXT
                 PERFORM 3100-PARSE-VALUE
                 PERFORM 3200-WRITE-VALUE
                 MOVE RUL-HIT-SEQ(RUL-IX)  TO DTL-SEQ
                 MOVE RUL-HIT-TEXT(RUL-IX) TO DTL-RAW
                 IF VAL-GOOD
                    ADD 1 TO WS-VAL-COUNT
                    MOVE WS-VAL-AMT TO DTL-AMT
                 ELSE
                    ADD 1 TO WS-ERR-COUNT
                    MOVE "NOT A NUMBER" TO DTL-FINDING
                 END-IF
              END-IF
              MOVE SPACES   TO SPLFVXLST-REC
              MOVE DTL-LINE TO SPLFVXLST-REC
              WRITE SPLFVXLST-REC
           END-PERFORM.

      *================================================================
      *  Figures beyond the second decimal are rounded.
      *================================================================

       3100-PARSE-VALUE.

           SET VAL-GOOD     TO TRUE.
           SET VAL-POSITIVE TO TRUE.
           SET VAL-IN-INTEGER TO TRUE.
           MOVE ZEROES TO WS-VAL-DIGITS WS-VAL-DIGIT-COUNT
                          WS-VAL-DEC-COUNT WS-VAL-AMT.

           PERFORM VARYING WS-VAL-POS FROM 1 BY 1
                     UNTIL WS-VAL-POS > RUL-VALLEN(RUL-IX) OR VAL-BAD
              MOVE WS-VAL-TEXT(WS-VAL-POS:1) TO WS-VAL-CHAR
              EVALUATE TRUE
                 WHEN WS-VAL-CHAR IS NUMERIC
                    IF WS-VAL-DIGIT-COUNT < 18
                       MOVE WS-VAL-CHAR TO WS-VAL-DIGIT
                       COMPUTE WS-VAL-DIGITS =
                           WS-VAL-DIGITS * 10 + WS-VAL-DIGIT
                       ADD 1 TO WS-VAL-DIGIT-COUNT
                       IF VAL-IN-DECIMALS
                          ADD 1 TO WS-VAL-DEC-COUNT
                       END-IF
                    ELSE
                       SET VAL-BAD TO TRUE
                    END-IF
                 WHEN WS-VAL-CHAR = "."
                    IF VAL-IN-DECIMALS
                       SET VAL-BAD TO TRUE
                    ELSE
                       SET VAL-IN-DECIMALS TO TRUE
                    END-IF
                 WHEN WS-VAL-CHAR = "-" OR "(" OR ")"
                    SET VAL-NEGATIVE TO TRUE
                 WHEN WS-VAL-CHAR = "C"
                  AND WS-VAL-POS < RUL-VALLEN(RUL-IX)
                  AND WS-VAL-TEXT(WS-VAL-POS + 1:1) = "R"
                    SET VAL-NEGATIVE TO TRUE
                 WHEN WS-VAL-CHAR = "R"
                  AND WS-VAL-POS > 1
                  AND WS-VAL-TEXT(WS-VAL-POS - 1:1) = "C"
                    CONTINUE
                 WHEN WS-VAL-CHAR = "," OR " " OR "$" OR "+"
                    CONTINUE
                 WHEN OTHER
                    SET VAL-BAD TO TRUE
              END-EVALUATE
           END-PERFORM.

           IF WS-VAL-DIGIT-COUNT = ZEROES
              SET VAL-BAD TO TRUE
           END-IF.

           IF VAL-GOOD
              COMPUTE WS-VAL-AMT ROUNDED =
                  WS-VAL-DIGITS / (10 ** WS-VAL-DEC-COUNT)
                 ON SIZE ERROR
                    SET VAL-BAD TO TRUE
              END-COMPUTE
           END-IF.

           IF VAL-GOOD AND VAL-NEGATIVE
              COMPUTE WS-VAL-AMT = 0 - WS-VAL-AMT
           END-IF.

           IF VAL-BAD
              MOVE ZEROES TO WS-VAL-AMT
           END-IF.

      *================================================================

       3200-WRITE-VALUE.

           INITIALIZE SPLFVAL-REC.
           MOVE ARCSPLFNM  OF SPLFARCH-REC TO VLRPTNM   OF SPLFVAL-REC.
           MOVE RUL-VALNM(RUL-IX)          TO VLVALNM   OF SPLFVAL-REC.
           MOVE ARCCRTDATE OF SPLFARCH-REC TO VLCRTDATE OF SPLFVAL-REC.
           MOVE ARCCRTTIME OF SPLFARCH-REC TO VLCRTTIME OF SPLFVAL-REC.
           MOVE ARCJOBID   OF SPLFARCH-REC TO VLJOBID   OF SPLFVAL-REC.
           MOVE ARCSPLFID  OF SPLFARCH-REC TO VLSPLFID  OF SPLFVAL-REC.
           MOVE WS-VAL-AMT                 TO VLAMT     OF SPLFVAL-REC.
           MOVE RUL-HIT-TEXT(RUL-IX)       TO VLRAW     OF SPLFVAL-REC.
           IF VAL-GOOD
              MOVE "Y"                     TO VLSTAT    OF SPLFVAL-REC
           ELSE
              MOVE "E"                     TO VLSTAT    OF SPLFVAL-REC
           END-IF.
           MOVE RUL-HIT-SEQ(RUL-IX)        TO VLLINESEQ OF SPLFVAL-REC.
           MOVE ARCPRGDT   OF SPLFARCH-REC TO VLPRGDT   OF SPLFVAL-REC.
           MOVE FUNCTION CURRENT-DATE      TO VLEXTTS   OF SPLFVAL-REC.
           WRITE SPLFVAL-REC
              INVALID KEY
                 REWRITE SPLFVAL-REC
           END-WRITE.
