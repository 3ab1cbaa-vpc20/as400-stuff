      *  around it. A "5" against a result opens the page text
      *  positioned at the hit line.
      *
      *  Called with TXTINQ-PARM (SPLFKWINQ's "5" against a keyword
      *  finding), the search is skipped: the named report's page
      *  text opens straight at the line given, and leaving it
      *  returns to the caller. Started from the menu with no
      *  parameter, it is the search screen as always.
      *
      *  The page number is derived from ARCTOTPG and ARCLINES
      *  (lines per page = captured lines / pages) - CPYSPLF
      *  captures no page marks, so this is the honest
           05  WS-CRT-CENT         PIC 9(1).
           05  WS-CRT-YYMMDD       PIC 9(6).

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

       LINKAGE SECTION.

       01  TXTINQ-PARM.
           05  TXI-LINK-JOBID            PIC X(16).
           05  TXI-LINK-SPLFID           PIC X(16).
           05  TXI-LINK-SEQ              PIC 9(7).

      *================================================================

       PROCEDURE DIVISION USING TXTINQ-PARM.

       0000-MAIN-LOGIC.

           PERFORM 9000-SET-UP.

           IF ADDRESS OF TXTINQ-PARM NOT = NULL
              PERFORM 0500-SHOW-LINKED-LINE
           ELSE
              PERFORM 1000-PROCESS
                 UNTIL END-PROGRAM
           END-IF.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       0500-SHOW-LINKED-LINE.

           INITIALIZE SFLREC1 OF SFLREC1-O.
           MOVE TXI-LINK-JOBID  TO SFL-JOBID  OF SFLREC1-O.
           MOVE TXI-LINK-SPLFID TO SFL-SPLFID OF SFLREC1-O.
           MOVE TXI-LINK-SEQ    TO SFL-HITSEQ OF SFLREC1-O.
           PERFORM 3000-DISPLAY-FROM-HIT.

      *================================================================

       1000-PROCESS.

       1100-RUN-SEARCH.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE SPLFTXTDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

       3000-DISPLAY-FROM-HIT.

           ADD 1 TO USGLOG-INQS.

           MOVE SFL-JOBID  OF SFLREC1-O TO ARCJOBID  OF SPLFARCH-REC.
           MOVE SFL-SPLFID OF SFLREC1-O TO ARCSPLFID OF SPLFARCH-REC.
           READ SPLFARCH

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "SPLFTXTINQ" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT SPLFARCH
                      SPLFARCD
                I-O   SPLFTXTDSP.

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE SPLFARCH
                 SPLFARCD
                 SPLFTXTDSP.
