       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPLFKWINQ.

      *================================================================
      *  Report keyword findings - what SPLFKWSCN found overnight in
      *  the captured report text, one line per hit in run date
      *  order. The selection defaults to a week back from today
      *  and can be narrowed to one severity or one report. A "5"
      *  against a finding opens the report's page text in
      *  SPLFTXTINQ positioned at the line that hit, so the page
      *  around it is one keystroke away. Read-only; Enter reloads
      *  with the selection, F3/F12 end.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SPLFKWHIT      ASSIGN  TO DATABASE-SPLFKWHIT
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         KHKEY.

           SELECT SPLFKWDSP      ASSIGN  TO WORKSTATION-SPLFKWDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
                  RELATIVE KEY   IS         WS-RELKEY
                  CONTROL-AREA   IS         WS-CONTROL-AREA.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  SPLFKWHIT
           LABEL RECORDS ARE STANDARD.
       01  SPLFKWHIT-REC.
           COPY DDS-ALL-FORMATS OF SPLFKWHIT.

       FD  SPLFKWDSP
           LABEL RECORDS ARE STANDARD.
       01  SPLFKWDSP-REC      PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF SPLFKWDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF SPLFKWDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-SPLFKWHIT-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFKWHIT       VALUE B"0".
               88  EOF-SPLFKWHIT           VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F3-EXIT               VALUE "03".
               88  F12-CANCEL            VALUE "12".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF SPLFKWDSP.

       01  FINDING-WORK.
           05  WS-TODAY            PIC 9(8)  VALUE ZEROES.
           05  WS-SNIP-COL         PIC S9(3) BINARY VALUE ZEROES.
           05  WS-SNIP-LEN         PIC S9(3) BINARY VALUE ZEROES.

       01  TXTINQ-PARM.
           05  TXI-LINK-JOBID            PIC X(16).
           05  TXI-LINK-SPLFID           PIC X(16).
           05  TXI-LINK-SEQ              PIC 9(7).

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

       0000-MAIN-LOGIC.

           PERFORM 9000-SET-UP.

           PERFORM 1000-PROCESS
              UNTIL END-PROGRAM.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       1000-PROCESS.

           WRITE SPLFKWDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ SPLFKWDSP     INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
              WHEN F12-CANCEL
                 SET END-PROGRAM TO TRUE

              WHEN F0-ENTER
                 PERFORM 2000-PROCESS-OPTIONS
                 PERFORM 1100-LOAD-FINDINGS

           END-EVALUATE.

      *================================================================

       1100-LOAD-FINDINGS.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE SPLFKWDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           MOVE ZEROES TO WS-RELKEY.
           SET NOT-EOF-SPLFKWHIT TO TRUE.

           MOVE LOW-VALUES            TO KHKEY   OF SPLFKWHIT-REC.
           MOVE KW-FROMDT OF SFLCTL1-O TO KHRUNDT OF SPLFKWHIT-REC.
           START SPLFKWHIT KEY IS NOT LESS THAN KHKEY
                 OF SPLFKWHIT-REC
              INVALID KEY
                 SET EOF-SPLFKWHIT TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFKWHIT OR WS-RELKEY = 999
              READ SPLFKWHIT NEXT RECORD
                 AT END
                    SET EOF-SPLFKWHIT TO TRUE
                 NOT AT END
                    IF (KW-SEV OF SFLCTL1-O = SPACES
                        OR KHSEV OF SPLFKWHIT-REC = KW-SEV OF SFLCTL1-O)
                    AND (KW-SPLFNM OF SFLCTL1-O = SPACES
                        OR KHSPLFNM OF SPLFKWHIT-REC
                              = KW-SPLFNM OF SFLCTL1-O)
                       PERFORM 1200-WRITE-FINDING-LINE
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-RELKEY TO KW-COUNT OF SFLCTL1-O.

           IF WS-RELKEY = 999 AND NOT-EOF-SPLFKWHIT
              DISPLAY "SPLFKWINQ: more than 999 findings - "
                      "list truncated, narrow the selection"
           END-IF.

      *================================================================

       1200-WRITE-FINDING-LINE.

           INITIALIZE SFLREC1 OF SFLREC1-O.
           MOVE KHRUNDT   OF SPLFKWHIT-REC TO SFL-RUNDT   OF SFLREC1-O.
           MOVE KHSEV     OF SPLFKWHIT-REC TO SFL-SEV     OF SFLREC1-O.
           MOVE KHSPLFNM  OF SPLFKWHIT-REC TO SFL-SPLFNM  OF SFLREC1-O.
           MOVE KHUSERNM  OF SPLFKWHIT-REC TO SFL-USERNM  OF SFLREC1-O.
           MOVE KHCRTDATE OF SPLFKWHIT-REC TO SFL-CRTDATE OF SFLREC1-O.
           MOVE KHSEQ     OF SPLFKWHIT-REC TO SFL-LINE    OF SFLREC1-O.
           MOVE KHCOL OF SPLFKWHIT-REC TO WS-SNIP-COL.
           IF WS-SNIP-COL < 1 OR WS-SNIP-COL > 132
              MOVE 1 TO WS-SNIP-COL
           END-IF.
           COMPUTE WS-SNIP-LEN = 132 - WS-SNIP-COL + 1.
           IF WS-SNIP-LEN > 40
              MOVE 40 TO WS-SNIP-LEN
           END-IF.
           MOVE KHTEXT OF SPLFKWHIT-REC(WS-SNIP-COL:WS-SNIP-LEN)
                                           TO SFL-SNIPPET OF SFLREC1-O.
           MOVE KHJOBID   OF SPLFKWHIT-REC TO SFL-JOBID   OF SFLREC1-O.
           MOVE KHSPLFID  OF SPLFKWHIT-REC TO SFL-SPLFID  OF SFLREC1-O.
           MOVE KHSEQ     OF SPLFKWHIT-REC TO SFL-SEQ     OF SFLREC1-O.

           ADD 1 TO WS-RELKEY.
           WRITE SUBFILE SPLFKWDSP-REC FROM SFLREC1-O
              FORMAT IS "SFLREC1"
              INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN80.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE SPLFKWDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    IF SFL-OPT OF SFLREC1-O = "5"
                       MOVE SFL-JOBID  OF SFLREC1-O TO TXI-LINK-JOBID
                       MOVE SFL-SPLFID OF SFLREC1-O TO TXI-LINK-SPLFID
                       MOVE SFL-SEQ    OF SFLREC1-O TO TXI-LINK-SEQ
                       CALL "SPLFTXTINQ" USING TXTINQ-PARM
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "SPLFKWINQ"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT SPLFKWHIT
                I-O   SPLFKWDSP.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE KW-FROMDT OF SFLCTL1-O = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 7).

           PERFORM 1100-LOAD-FINDINGS.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE SPLFKWHIT
                 SPLFKWDSP.
