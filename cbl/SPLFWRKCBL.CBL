      *  number through QCMDEXC, the SPLFPRGE convention; a file
      *  that has vanished since the snapshot simply fails the
      *  command and is reported, not an error.
      *
      *  Files the off-peak scheduler (SPLFSCHCBL) is holding show
      *  the rule and window on the line, so a held report is not
      *  taken for a stuck one. A 6 against such a file releases it
      *  early and marks the SPLFSCHLG entry as released by hand,
      *  so the scheduler leaves it alone from then on.
      *================================================================

       ENVIRONMENT DIVISION.
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         PROSEQ.

           SELECT SPLFSCHLG      ASSIGN  TO DATABASE-SPLFSCHLG
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SCLKEY.

           SELECT SPLFWRKDSP     ASSIGN  TO WORKSTATION-SPLFWRKDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
       01  SPLFPRO-REC.
           COPY DDS-ALL-FORMATS OF SPLFPRO.

       FD  SPLFSCHLG
           LABEL RECORDS ARE STANDARD.
       01  SPLFSCHLG-REC.
           COPY DDS-ALL-FORMATS OF SPLFSCHLG.

       FD  SPLFWRKDSP
           LABEL RECORDS ARE STANDARD.
       01  SPLFWRKDSP-REC     PIC X(1920).

       01  WS-SPLNUM-DISPLAY        PIC 9(6).
       01  WS-ACT-MODE              PIC X(7)  VALUE SPACES.
       01  WS-SCHED-FOUND           PIC X(1)  VALUE "N".
       01  WS-SCHED-WINFR           PIC 9(4).

       COPY QUSEC OF QSYSINC-QLBLSRC.

           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  USGLOG-PARM.
           05  USGLOG-ACTION               PIC X(1).
           05  USGLOG-PGM                  PIC X(10).
           05  USGLOG-FUNC                 PIC X(10).
           05  USGLOG-STRTS                PIC X(21).
           05  USGLOG-ADDS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-CHGS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-DLTS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-INQS                 PIC 9(5)  VALUE ZEROES.

      *================================================================

       PROCEDURE DIVISION.

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE SPLFWRKDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE STAT    OF SPLFOUTF-REC TO SFL-STAT    OF SFLREC1-O.
           MOVE TOTPG   OF SPLFOUTF-REC TO SFL-PAGES   OF SFLREC1-O.

           PERFORM 1250-READ-SCHED-LOG.
           IF WS-SCHED-FOUND = "Y"
              AND SCLSTAT OF SPLFSCHLG-REC = "H"
              MOVE SCLWINFR OF SPLFSCHLG-REC TO WS-SCHED-WINFR
              STRING "SCHEDULER HOLD RULE "  DELIMITED BY SIZE
                     SCLRULE OF SPLFSCHLG-REC DELIMITED BY SIZE
                     " TIL "                  DELIMITED BY SIZE
                     WS-SCHED-WINFR           DELIMITED BY SIZE
                 INTO SFL-SCHNOTE OF SFLREC1-O
              END-STRING
           END-IF.

           ADD 1 TO WS-RELKEY.
           WRITE SUBFILE SPLFWRKDSP-REC FROM SFLREC1-O
              FORMAT IS "SFLREC1"
              INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN80.

      *================================================================
      *  The scheduler's log entry for the current line, if any.
      *================================================================

       1250-READ-SCHED-LOG.

           MOVE "Y" TO WS-SCHED-FOUND.
           MOVE SFL-JOBNM  OF SFLREC1-O TO SCLJOBNM  OF SPLFSCHLG-REC.
           MOVE SFL-USERNM OF SFLREC1-O TO SCLUSER   OF SPLFSCHLG-REC.
           MOVE SFL-JOBNUM OF SFLREC1-O TO SCLJOBNUM OF SPLFSCHLG-REC.
           MOVE SFL-SPLNUM OF SFLREC1-O TO SCLSPLNUM OF SPLFSCHLG-REC.
           MOVE SFL-SPLFNM OF SFLREC1-O TO SCLSPLFNM OF SPLFSCHLG-REC.
           READ SPLFSCHLG
              INVALID KEY
                 MOVE "N" TO WS-SCHED-FOUND
           END-READ.

      *================================================================

       2000-PROCESS-OPTIONS.
                    EVALUATE SFL-OPT OF SFLREC1-O
                       WHEN "2"
                          PERFORM 2200-MOVE-SPLF
                          ADD 1 TO USGLOG-CHGS
                       WHEN "3"
                          PERFORM 2300-HOLD-SPLF
                          ADD 1 TO USGLOG-CHGS
                       WHEN "4"
                          PERFORM 2400-DELETE-SPLF
                          ADD 1 TO USGLOG-DLTS
                       WHEN "6"
                          PERFORM 2600-RELEASE-SPLF
                          ADD 1 TO USGLOG-CHGS
                    END-EVALUATE
              END-READ
           END-PERFORM.
           MOVE "RELEASE" TO WS-ACT-MODE.
           PERFORM 2900-RUN-AND-LOG.

           IF EXCEPTION-ID OF QUS-EC = SPACES
              PERFORM 1250-READ-SCHED-LOG
              IF WS-SCHED-FOUND = "Y"
                 AND SCLSTAT OF SPLFSCHLG-REC = "H"
                 MOVE "M" TO SCLSTAT OF SPLFSCHLG-REC
                 MOVE FUNCTION CURRENT-DATE TO SCLRLSTS OF SPLFSCHLG-REC
                 REWRITE SPLFSCHLG-REC
              END-IF
           END-IF.

      *================================================================
      *  The FILE/JOB/SPLNBR addressing every one of the simple
      *  commands shares - built once here, the verb prefixed by

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "SPLFWRKCBL" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT SPLFOUTF
                I-O   SPLFSCHLG
                I-O   SPLFWRKDSP.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE SPLFOUTF
                 SPLFSCHLG
                 SPLFWRKDSP.
