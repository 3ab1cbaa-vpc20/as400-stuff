       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPLFSCHCBL.

      *================================================================
      *  Off-peak print scheduler - keeps very large spooled files
      *  off the branch printers during the working day. Each run
      *  does two passes:
      *
      *    hold    - every *READY entry on the SPLFOUTF snapshot is
      *              matched against the active SPLFSCHR rules
      *              (queue, library, form type, page threshold on
      *              TOTPG * COPIES); when the first matching rule's
      *              release window is shut and today is a business
      *              day (SHOPCAL, through BUSDAYSVC) the file is
      *              held with HLDSPLF and logged on SPLFSCHLG;
      *    release - every file the scheduler is still holding whose
      *              window is now open, or whose rule has gone, is
      *              released with RLSSPLF smallest first, so the
      *              biggest run goes onto the printer last and does
      *              not sit in front of everything else.
      *
      *  A file the scheduler has held once is never held again. All
      *  holds and releases go through AUDITLOG as the workbench's
      *  own actions do, SPLFSCHLG keeps the hold and release times,
      *  and the run prints what it did. Commands are addressed by
      *  the snapshot's job identity and file number, the SPLFPRGE
      *  and SPLFWRKCBL convention. Meant to be run from the job
      *  scheduler through the day straight after a snapshot
      *  refresh, and as a nightly step so anything still held is
      *  let go once the evening window opens.
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

           SELECT SPLFSCHR       ASSIGN  TO DATABASE-SPLFSCHR
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SCHSEQ.

           SELECT SPLFSCHLG      ASSIGN  TO DATABASE-SPLFSCHLG
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SCLKEY OF SPLFSCHLG-REC.

           SELECT SORTWORK       ASSIGN  TO SORTWK01.

           SELECT SPLFSCHLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  SPLFOUTF
           LABEL RECORDS ARE STANDARD.
       01  SPLFOUTF-REC.
           COPY DDS-ALL-FORMATS OF SPLFOUTF.

       FD  SPLFSCHR
           LABEL RECORDS ARE STANDARD.
       01  SPLFSCHR-REC.
           COPY DDS-ALL-FORMATS OF SPLFSCHR.

       FD  SPLFSCHLG
           LABEL RECORDS ARE STANDARD.
       01  SPLFSCHLG-REC.
           COPY DDS-ALL-FORMATS OF SPLFSCHLG.

       SD  SORTWORK.
       01  SORT-REC.
           COPY DDS-ALL-FORMATS OF SPLFSCHLG.

       FD  SPLFSCHLST
           LABEL RECORDS ARE OMITTED.
       01  SPLFSCHLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-SPLFOUTF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFOUTF        VALUE B"0".
               88  EOF-SPLFOUTF            VALUE B"1".
           05  EOF-SPLFSCHR-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFSCHR        VALUE B"0".
               88  EOF-SPLFSCHR            VALUE B"1".
           05  EOF-SPLFSCHLG-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFSCHLG       VALUE B"0".
               88  EOF-SPLFSCHLG           VALUE B"1".
           05  EOF-SORT-SW         PIC 1   VALUE B"0".
               88  NOT-EOF-SORT            VALUE B"0".
               88  EOF-SORT                VALUE B"1".
           05  RULE-MATCHED-SW     PIC 1   VALUE B"0".
               88  RULE-MATCHED            VALUE B"1".
               88  RULE-NOT-MATCHED        VALUE B"0".
           05  BUSINESS-DAY-SW     PIC 1   VALUE B"0".
               88  BUSINESS-DAY            VALUE B"1".
               88  NOT-BUSINESS-DAY        VALUE B"0".
           05  WINDOW-OPEN-SW      PIC 1   VALUE B"0".
               88  WINDOW-OPEN             VALUE B"1".
               88  WINDOW-SHUT             VALUE B"0".

      *          Active rules, loaded once up front in sequence
      *          order - the first hit is the rule that applies.

       01  RULE-TABLE.
           05  RUL-ENTRY OCCURS 200 TIMES INDEXED BY RUL-IDX.
               10  RUL-SEQ          PIC 9(3).
               10  RUL-OUTQ         PIC X(10).
               10  RUL-OUTQL        PIC X(10).
               10  RUL-FORMTYP      PIC X(10).
               10  RUL-PAGES        PIC S9(7).
               10  RUL-WINFR        PIC 9(4).
               10  RUL-WINTO        PIC 9(4).
       01  RUL-COUNT                PIC S9(5) BINARY VALUE ZEROES.
       01  RUL-HIT-IDX              PIC S9(5) BINARY VALUE ZEROES.

       01  DATE-WORK.
           05  WS-TIMESTAMP         PIC X(21).
           05  WS-TODAY             PIC 9(8).
           05  WS-NOW-HHMM          PIC 9(4).
           05  WS-WIN-FROM          PIC 9(4).
           05  WS-WIN-TO            PIC 9(4).

       01  WS-ENTRY-PAGES           PIC S9(9) VALUE ZEROES.

       01  BUSDAY-PARM.
           05  BUSDAY-FUNC          PIC X(1).
           05  BUSDAY-FROM          PIC 9(8).
           05  BUSDAY-TO            PIC 9(8).
           05  BUSDAY-COUNT         PIC S9(5).
           05  BUSDAY-STAT          PIC X(1).

       01  ACTION-CMD.
           05  ACT-CMD-TEXT         PIC X(200) VALUE SPACES.
           05  ACT-CMD-LEN          PIC S9(9) BINARY.
           05  WS-ADDR-TEXT         PIC X(150) VALUE SPACES.

       01  WS-SPLNUM-DISPLAY        PIC 9(6).
       01  WS-ACT-MODE              PIC X(7)  VALUE SPACES.

       COPY QUSEC OF QSYSINC-QLBLSRC.

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  AUDLOG-MODE                 PIC X(7).
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  SCHED-COUNTERS.
           05  WS-HELD-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-RELEASED-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-GONE-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-FAILED-COUNT      PIC S9(7) VALUE ZEROES.
           05  WS-WAITING-COUNT     PIC S9(7) VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(35)
                   VALUE "OFF-PEAK PRINT SCHEDULER".
               10  FILLER           PIC X(06) VALUE "DATE ".
               10  HDR-DATE         PIC 9(8).
               10  FILLER           PIC X(07) VALUE "  TIME ".
               10  HDR-TIME         PIC 9(4).
               10  HDR-BUSDAY       PIC X(20).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "ACTION".
               10  FILLER           PIC X(11) VALUE "FILE".
               10  FILLER           PIC X(28) VALUE "JOB".
               10  FILLER           PIC X(08) VALUE "SPLNBR".
               10  FILLER           PIC X(21) VALUE "OUTQ".
               10  FILLER           PIC X(11) VALUE "      PAGES".
               10  FILLER           PIC X(06) VALUE " RULE".
               10  FILLER           PIC X(30) VALUE " RESULT".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-ACTION       PIC X(08).
               10  DTL-SPLFNM       PIC X(11).
               10  DTL-JOB          PIC X(28).
               10  DTL-SPLNUM       PIC ZZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-OUTQ         PIC X(21).
               10  DTL-PAGES        PIC ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-RULE         PIC ZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-RESULT       PIC X(30).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(07) VALUE "HELD:".
               10  TTL-HELD         PIC ZZZZZZ9.
               10  FILLER           PIC X(12) VALUE "  RELEASED:".
               10  TTL-RELEASED     PIC ZZZZZZ9.
               10  FILLER           PIC X(08) VALUE "  GONE:".
               10  TTL-GONE         PIC ZZZZZZ9.
               10  FILLER           PIC X(10) VALUE "  FAILED:".
               10  TTL-FAILED       PIC ZZZZZZ9.
               10  FILLER           PIC X(18) VALUE "  STILL WAITING:".
               10  TTL-WAITING      PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(8).
       01  LINK-RUN-ID              PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

      *    Windows and business hours are judged on the clock, not
      *    the chain's run date - a nightly run after midnight is
      *    already in tomorrow's small hours.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8)     TO WS-TODAY.
           MOVE WS-TIMESTAMP(9:4)     TO WS-NOW-HHMM.

           MOVE "N"      TO BUSDAY-FUNC.
           MOVE WS-TODAY TO BUSDAY-FROM.
           CALL "BUSDAYSVC" USING BUSDAY-PARM.
           IF BUSDAY-TO = WS-TODAY
              SET BUSINESS-DAY TO TRUE
           ELSE
              SET NOT-BUSINESS-DAY TO TRUE
           END-IF.

           OPEN INPUT  SPLFOUTF.
           OPEN I-O    SPLFSCHLG.
           OPEN OUTPUT SPLFSCHLST.

           MOVE WS-TODAY    TO HDR-DATE.
           MOVE WS-NOW-HHMM TO HDR-TIME.
           IF BUSINESS-DAY
              MOVE "  BUSINESS DAY"   TO HDR-BUSDAY
           ELSE
              MOVE "  NON-WORKING DAY" TO HDR-BUSDAY
           END-IF.
           MOVE HDR-LINE TO SPLFSCHLST-REC.
           WRITE SPLFSCHLST-REC.
           MOVE COL-LINE TO SPLFSCHLST-REC.
           WRITE SPLFSCHLST-REC.

           PERFORM 8000-LOAD-RULES.

           IF BUSINESS-DAY
              PERFORM UNTIL EOF-SPLFOUTF
                 READ SPLFOUTF
                    AT END
                       SET EOF-SPLFOUTF TO TRUE
                    NOT AT END
                       PERFORM 1000-EVAL-ENTRY
                 END-READ
              END-PERFORM
           END-IF.

           SORT SORTWORK
               ON ASCENDING KEY SCLPAGES OF SORT-REC
               INPUT  PROCEDURE IS 2000-SELECT-RELEASES
               OUTPUT PROCEDURE IS 3000-RELEASE-FILES.

           MOVE SPACES TO SPLFSCHLST-REC.
           WRITE SPLFSCHLST-REC.
           MOVE WS-HELD-COUNT     TO TTL-HELD.
           MOVE WS-RELEASED-COUNT TO TTL-RELEASED.
           MOVE WS-GONE-COUNT     TO TTL-GONE.
           MOVE WS-FAILED-COUNT   TO TTL-FAILED.
           MOVE WS-WAITING-COUNT  TO TTL-WAITING.
           MOVE TOTAL-LINE TO SPLFSCHLST-REC.
           WRITE SPLFSCHLST-REC.

           CLOSE SPLFOUTF
                 SPLFSCHLG
                 SPLFSCHLST.

           DISPLAY "SPLFSCHCBL: " WS-HELD-COUNT " held, "
                   WS-RELEASED-COUNT " released, "
                   WS-WAITING-COUNT " still waiting".

           GOBACK.

      *================================================================
      *  Hold pass: a ready file over a rule's threshold while that
      *  rule's window is shut, and never one the scheduler has
      *  already had in its hands.
      *================================================================

       1000-EVAL-ENTRY.

           IF STAT OF SPLFOUTF-REC = "*READY"
              COMPUTE WS-ENTRY-PAGES =
                  TOTPG OF SPLFOUTF-REC * COPIES OF SPLFOUTF-REC
              PERFORM 1100-MATCH-RULE
              IF RULE-MATCHED
                 MOVE RUL-WINFR(RUL-HIT-IDX) TO WS-WIN-FROM
                 MOVE RUL-WINTO(RUL-HIT-IDX) TO WS-WIN-TO
                 PERFORM 5000-TEST-WINDOW
                 IF WINDOW-SHUT
                    PERFORM 1150-CHECK-LOG
                 END-IF
              END-IF
           END-IF.

      *================================================================

       1150-CHECK-LOG.

           INITIALIZE SPLFSCHLG-REC.
           MOVE JOBNM   OF SPLFOUTF-REC TO SCLJOBNM  OF SPLFSCHLG-REC.
           MOVE USERNM  OF SPLFOUTF-REC TO SCLUSER   OF SPLFSCHLG-REC.
           MOVE JOBNUM  OF SPLFOUTF-REC TO SCLJOBNUM OF SPLFSCHLG-REC.
           MOVE SPLNUM  OF SPLFOUTF-REC TO SCLSPLNUM OF SPLFSCHLG-REC.
           MOVE SPLFNM  OF SPLFOUTF-REC TO SCLSPLFNM OF SPLFSCHLG-REC.
           READ SPLFSCHLG
              INVALID KEY
                 PERFORM 1200-HOLD-FILE
           END-READ.

      *================================================================

       1100-MATCH-RULE.

           SET RULE-NOT-MATCHED TO TRUE.

           PERFORM VARYING RUL-IDX FROM 1 BY 1
                    UNTIL RUL-IDX > RUL-COUNT OR RULE-MATCHED
              IF (RUL-OUTQ(RUL-IDX) = "*ALL"
                  OR RUL-OUTQ(RUL-IDX) = OUTQNM OF SPLFOUTF-REC)
              AND (RUL-OUTQL(RUL-IDX) = "*ALL"
                  OR RUL-OUTQL(RUL-IDX) = OUTQLIB OF SPLFOUTF-REC)
              AND (RUL-FORMTYP(RUL-IDX) = "*ALL"
                  OR RUL-FORMTYP(RUL-IDX) = FORMTYP OF SPLFOUTF-REC)
              AND WS-ENTRY-PAGES > RUL-PAGES(RUL-IDX)
                 SET RULE-MATCHED TO TRUE
                 SET RUL-HIT-IDX TO RUL-IDX
              END-IF
           END-PERFORM.

      *================================================================

       1200-HOLD-FILE.

           PERFORM 4000-BUILD-ADDRESS.
           MOVE SPACES TO ACT-CMD-TEXT.
           STRING "HLDSPLF " DELIMITED BY SIZE
                  WS-ADDR-TEXT DELIMITED BY SIZE
              INTO ACT-CMD-TEXT
           END-STRING.
           MOVE "HOLD" TO WS-ACT-MODE.
           PERFORM 4100-RUN-AND-LOG.

           MOVE "HOLD"                 TO DTL-ACTION.
           MOVE RUL-SEQ(RUL-HIT-IDX)   TO DTL-RULE.
           MOVE WS-ENTRY-PAGES         TO DTL-PAGES.

           IF EXCEPTION-ID OF QUS-EC = SPACES
              MOVE "H"                    TO SCLSTAT  OF SPLFSCHLG-REC
              MOVE RUL-SEQ(RUL-HIT-IDX)   TO SCLRULE  OF SPLFSCHLG-REC
              MOVE OUTQNM  OF SPLFOUTF-REC TO SCLOUTQ OF SPLFSCHLG-REC
              MOVE OUTQLIB OF SPLFOUTF-REC TO SCLOUTQL OF SPLFSCHLG-REC
              MOVE WS-ENTRY-PAGES         TO SCLPAGES OF SPLFSCHLG-REC
              MOVE RUL-WINFR(RUL-HIT-IDX) TO SCLWINFR OF SPLFSCHLG-REC
              MOVE WS-TIMESTAMP           TO SCLHLDTS OF SPLFSCHLG-REC
              WRITE SPLFSCHLG-REC
              ADD 1 TO WS-HELD-COUNT
              MOVE SPACES TO DTL-RESULT
              STRING "HELD UNTIL "         DELIMITED BY SIZE
                     RUL-WINFR(RUL-HIT-IDX) DELIMITED BY SIZE
                 INTO DTL-RESULT
              END-STRING
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              MOVE SPACES TO DTL-RESULT
              STRING "HLDSPLF FAILED "     DELIMITED BY SIZE
                     EXCEPTION-ID OF QUS-EC DELIMITED BY SIZE
                 INTO DTL-RESULT
              END-STRING
           END-IF.

           PERFORM 4200-WRITE-DETAIL.

      *================================================================
      *  Release pass, sort input: every file still held whose window
      *  is open - or whose rule has been retired or removed, since
      *  then nothing is holding it back any more.
      *================================================================

       2000-SELECT-RELEASES.

           MOVE LOW-VALUES TO SCLKEY OF SPLFSCHLG-REC.
           START SPLFSCHLG KEY IS NOT LESS THAN SCLKEY OF SPLFSCHLG-REC
              INVALID KEY
                 SET EOF-SPLFSCHLG TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFSCHLG
              READ SPLFSCHLG NEXT RECORD
                 AT END
                    SET EOF-SPLFSCHLG TO TRUE
                 NOT AT END
                    IF SCLSTAT OF SPLFSCHLG-REC = "H"
                       PERFORM 2100-CHECK-RELEASE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2100-CHECK-RELEASE.

           SET WINDOW-OPEN TO TRUE.

           IF BUSINESS-DAY
              SET RULE-NOT-MATCHED TO TRUE
              PERFORM VARYING RUL-IDX FROM 1 BY 1
                       UNTIL RUL-IDX > RUL-COUNT OR RULE-MATCHED
                 IF RUL-SEQ(RUL-IDX) = SCLRULE OF SPLFSCHLG-REC
                    SET RULE-MATCHED TO TRUE
                    MOVE RUL-WINFR(RUL-IDX) TO WS-WIN-FROM
                    MOVE RUL-WINTO(RUL-IDX) TO WS-WIN-TO
                 END-IF
              END-PERFORM
              IF RULE-MATCHED
                 PERFORM 5000-TEST-WINDOW
              END-IF
           END-IF.

           IF WINDOW-OPEN
              RELEASE SORT-REC FROM SPLFSCHLG-REC
           ELSE
              ADD 1 TO WS-WAITING-COUNT
           END-IF.

      *================================================================
      *  Release pass, sort output: smallest first, largest last.
      *================================================================

       3000-RELEASE-FILES.

           PERFORM UNTIL EOF-SORT
              RETURN SORTWORK INTO SPLFSCHLG-REC
                 AT END
                    SET EOF-SORT TO TRUE
                 NOT AT END
                    PERFORM 3100-RELEASE-FILE
              END-RETURN
           END-PERFORM.

      *================================================================

       3100-RELEASE-FILE.

           MOVE SCLJOBNM  OF SPLFSCHLG-REC TO JOBNM   OF SPLFOUTF-REC.
           MOVE SCLUSER   OF SPLFSCHLG-REC TO USERNM  OF SPLFOUTF-REC.
           MOVE SCLJOBNUM OF SPLFSCHLG-REC TO JOBNUM  OF SPLFOUTF-REC.
           MOVE SCLSPLNUM OF SPLFSCHLG-REC TO SPLNUM  OF SPLFOUTF-REC.
           MOVE SCLSPLFNM OF SPLFSCHLG-REC TO SPLFNM  OF SPLFOUTF-REC.
           MOVE SCLOUTQ   OF SPLFSCHLG-REC TO OUTQNM  OF SPLFOUTF-REC.
           MOVE SCLOUTQL  OF SPLFSCHLG-REC TO OUTQLIB OF SPLFOUTF-REC.

           PERFORM 4000-BUILD-ADDRESS.
           MOVE SPACES TO ACT-CMD-TEXT.
           STRING "RLSSPLF " DELIMITED BY SIZE
                  WS-ADDR-TEXT DELIMITED BY SIZE
              INTO ACT-CMD-TEXT
           END-STRING.
           MOVE "RELEASE" TO WS-ACT-MODE.
           PERFORM 4100-RUN-AND-LOG.

           MOVE "RELEASE"               TO DTL-ACTION.
           MOVE SCLRULE  OF SPLFSCHLG-REC TO DTL-RULE.
           MOVE SCLPAGES OF SPLFSCHLG-REC TO DTL-PAGES.

      *    Re-read for update - the sort handed back a copy.

           READ SPLFSCHLG
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE TRUE
              WHEN EXCEPTION-ID OF QUS-EC = SPACES
                 MOVE "R" TO SCLSTAT OF SPLFSCHLG-REC
                 MOVE SPACES TO SCLERR OF SPLFSCHLG-REC
                 ADD 1 TO WS-RELEASED-COUNT
                 MOVE "RELEASED" TO DTL-RESULT
              WHEN EXCEPTION-ID OF QUS-EC = "CPF3303"
              WHEN EXCEPTION-ID OF QUS-EC = "CPF3309"
                 MOVE "G" TO SCLSTAT OF SPLFSCHLG-REC
                 MOVE EXCEPTION-ID OF QUS-EC TO SCLERR OF SPLFSCHLG-REC
                 ADD 1 TO WS-GONE-COUNT
                 MOVE "NO LONGER ON SPOOL" TO DTL-RESULT
              WHEN OTHER
                 MOVE EXCEPTION-ID OF QUS-EC TO SCLERR OF SPLFSCHLG-REC
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE SPACES TO DTL-RESULT
                 STRING "RLSSPLF FAILED "     DELIMITED BY SIZE
                        EXCEPTION-ID OF QUS-EC DELIMITED BY SIZE
                        " - RETRIED NEXT RUN"  DELIMITED BY SIZE
                    INTO DTL-RESULT
                 END-STRING
           END-EVALUATE.
           MOVE WS-TIMESTAMP TO SCLRLSTS OF SPLFSCHLG-REC.
           REWRITE SPLFSCHLG-REC.

           PERFORM 4200-WRITE-DETAIL.

      *================================================================
      *  FILE/JOB/SPLNBR addressing, the SPLFWRKCBL shape.
      *================================================================

       4000-BUILD-ADDRESS.

           MOVE SPACES TO WS-ADDR-TEXT.
           MOVE SPLNUM OF SPLFOUTF-REC TO WS-SPLNUM-DISPLAY.
           STRING "FILE(" DELIMITED BY SIZE
                  SPLFNM OF SPLFOUTF-REC DELIMITED BY SPACE
                  ") JOB(" DELIMITED BY SIZE
                  JOBNUM OF SPLFOUTF-REC DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  USERNM OF SPLFOUTF-REC DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  JOBNM  OF SPLFOUTF-REC DELIMITED BY SPACE
                  ") SPLNBR(" DELIMITED BY SIZE
                  WS-SPLNUM-DISPLAY DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
              INTO WS-ADDR-TEXT
           END-STRING.

      *================================================================

       4100-RUN-AND-LOG.

           MOVE 200 TO ACT-CMD-LEN.
           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.

           CALL "QCMDEXC" USING ACT-CMD-TEXT, ACT-CMD-LEN, QUS-EC.

           MOVE "SPLFOUTF"             TO AUDLOG-FILE.
           MOVE SPACES                 TO AUDLOG-KEY.
           MOVE SPLFNM OF SPLFOUTF-REC TO AUDLOG-KEY(1:10).
           MOVE JOBNUM OF SPLFOUTF-REC TO AUDLOG-KEY(11:6).
           MOVE WS-ACT-MODE            TO AUDLOG-MODE.
           MOVE SPACES                 TO AUDLOG-BEF-DATA.
           MOVE JOBNM  OF SPLFOUTF-REC TO AUDLOG-BEF-DATA(1:10).
           MOVE USERNM OF SPLFOUTF-REC TO AUDLOG-BEF-DATA(12:10).
           MOVE OUTQNM OF SPLFOUTF-REC TO AUDLOG-BEF-DATA(23:10).
           MOVE "OFF-PEAK SCHEDULER"   TO AUDLOG-BEF-DATA(34:18).
           MOVE SPACES                 TO AUDLOG-AFT-DATA.

           IF EXCEPTION-ID OF QUS-EC = SPACES
              MOVE "COMMAND OK"        TO AUDLOG-AFT-DATA
           ELSE
              STRING "COMMAND FAILED " DELIMITED BY SIZE
                     EXCEPTION-ID OF QUS-EC DELIMITED BY SIZE
                 INTO AUDLOG-AFT-DATA
              END-STRING
           END-IF.

           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================

       4200-WRITE-DETAIL.

           MOVE SPLFNM OF SPLFOUTF-REC TO DTL-SPLFNM.
           MOVE SPACES TO DTL-JOB.
           STRING JOBNUM OF SPLFOUTF-REC DELIMITED BY SPACE
                  "/"                    DELIMITED BY SIZE
                  USERNM OF SPLFOUTF-REC DELIMITED BY SPACE
                  "/"                    DELIMITED BY SIZE
                  JOBNM  OF SPLFOUTF-REC DELIMITED BY SPACE
              INTO DTL-JOB
           END-STRING.
           MOVE SPLNUM OF SPLFOUTF-REC TO DTL-SPLNUM.
           MOVE SPACES TO DTL-OUTQ.
           STRING OUTQLIB OF SPLFOUTF-REC DELIMITED BY SPACE
                  "/"                     DELIMITED BY SIZE
                  OUTQNM  OF SPLFOUTF-REC DELIMITED BY SPACE
              INTO DTL-OUTQ
           END-STRING.
           MOVE DTL-LINE TO SPLFSCHLST-REC.
           WRITE SPLFSCHLST-REC.

      *================================================================
      *  Is the release window open now? FROM = TO is read as "no
      *  window" (always shut on a business day); a window ending
      *  earlier than it starts spans midnight.
      *================================================================

       5000-TEST-WINDOW.

           SET WINDOW-SHUT TO TRUE.

           IF WS-WIN-FROM < WS-WIN-TO
              IF WS-NOW-HHMM >= WS-WIN-FROM
              AND WS-NOW-HHMM < WS-WIN-TO
                 SET WINDOW-OPEN TO TRUE
              END-IF
           ELSE
              IF WS-WIN-FROM > WS-WIN-TO
                 IF WS-NOW-HHMM >= WS-WIN-FROM
                 OR WS-NOW-HHMM < WS-WIN-TO
                    SET WINDOW-OPEN TO TRUE
                 END-IF
              END-IF
           END-IF.

      *================================================================

       8000-LOAD-RULES.

           MOVE ZEROES TO RUL-COUNT.
           OPEN INPUT SPLFSCHR.

           MOVE ZEROES TO SCHSEQ OF SPLFSCHR-REC.
           START SPLFSCHR KEY IS NOT LESS THAN SCHSEQ OF SPLFSCHR-REC
              INVALID KEY
                 SET EOF-SPLFSCHR TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFSCHR
              READ SPLFSCHR NEXT RECORD
                 AT END
                    SET EOF-SPLFSCHR TO TRUE
                 NOT AT END
                    IF SCHACT OF SPLFSCHR-REC = "Y"
                       IF RUL-COUNT < 200
                          ADD 1 TO RUL-COUNT
                          SET RUL-IDX TO RUL-COUNT
                          MOVE SCHSEQ     OF SPLFSCHR-REC
                             TO RUL-SEQ(RUL-IDX)
                          MOVE SCHOUTQ    OF SPLFSCHR-REC
                             TO RUL-OUTQ(RUL-IDX)
                          MOVE SCHOUTQL   OF SPLFSCHR-REC
                             TO RUL-OUTQL(RUL-IDX)
                          MOVE SCHFORMTYP OF SPLFSCHR-REC
                             TO RUL-FORMTYP(RUL-IDX)
                          MOVE SCHPAGES   OF SPLFSCHR-REC
                             TO RUL-PAGES(RUL-IDX)
                          MOVE SCHWINFR   OF SPLFSCHR-REC
                             TO RUL-WINFR(RUL-IDX)
                          MOVE SCHWINTO   OF SPLFSCHR-REC
                             TO RUL-WINTO(RUL-IDX)
                       ELSE
                          DISPLAY "SPLFSCHCBL: more than 200 active "
                                  "scheduling rules - excess ignored"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE SPLFSCHR.
