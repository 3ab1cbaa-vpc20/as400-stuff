       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HLPTXTMNT.

      *================================================================
      *  Maintenance screen for the HLPTXTPF field help that
      *  HLPWINSVC shows when an operator presses F1 on a field.
      *  Operator keys a display file and field name (the DDS name,
      *  e.g. BATCHSTPD / ENT_THRMIN) and presses Enter to load its
      *  help lines - that Enter only displays them; nothing is
      *  updated until a further Enter for the same field. Then
      *  a line overtyped in the list is saved, a "4" against a
      *  line removes it, and ENT-TEXT appends a line, up to the
      *  ten lines the help window can show.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HLPTXTPF       ASSIGN  TO DATABASE-HLPTXTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         HTKEY.

           SELECT HLPTXTDSP      ASSIGN  TO WORKSTATION-HLPTXTDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
                  RELATIVE KEY   IS         WS-RELKEY
                  CONTROL-AREA   IS         WS-CONTROL-AREA.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  HLPTXTPF
           LABEL RECORDS ARE STANDARD.
       01  HLPTXTPF-REC.
           COPY DDS-ALL-FORMATS OF HLPTXTPF.

       FD  HLPTXTDSP
           LABEL RECORDS ARE STANDARD.
       01  HLPTXTDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF HLPTXTDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF HLPTXTDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-HLPTXTPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-HLPTXTPF        VALUE B"0".
               88  EOF-HLPTXTPF            VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF HLPTXTDSP.

       01  WS-HIGH-SEQ                   PIC 9(2) VALUE ZEROES.
       01  WS-LINE-COUNT                 PIC 9(2) VALUE ZEROES.

      *          The display file and field whose lines are on the
      *          screen - an Enter keying a different one is a load
      *          only, as on KIFTPDSTM.

       01  WS-LOADED-KEY.
           05  WS-LOADED-DSPF            PIC X(10) VALUE SPACES.
           05  WS-LOADED-FLD             PIC X(10) VALUE SPACES.

       01  HLPWIN-PARM.
           05  HLPWIN-DSPF                 PIC X(10).
           05  HLPWIN-CTLFMT               PIC X(10).
           05  HLPWIN-SFLFMT               PIC X(10).
           05  HLPWIN-ROW                  PIC S9(3).
           05  HLPWIN-COL                  PIC S9(3).
           05  HLPWIN-DICTF                PIC X(10).
           05  HLPWIN-DICTP                PIC X(10).
           05  HLPWIN-FIELD                PIC X(10).
           05  HLPWIN-STAT                 PIC X(1).

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

           WRITE HLPTXTDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ HLPTXTDSP     INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
                 SET END-PROGRAM TO TRUE

              WHEN F1-HELP
                 PERFORM 8800-FIELD-HELP

              WHEN F0-ENTER
                 MOVE B"0" TO IN96
                 IF SEL-DSPF OF SFLCTL1-O NOT = SPACES
                 AND SEL-FLD OF SFLCTL1-O NOT = SPACES
                    IF SEL-DSPF OF SFLCTL1-O NOT = WS-LOADED-DSPF
                    OR SEL-FLD  OF SFLCTL1-O NOT = WS-LOADED-FLD
                       MOVE SEL-DSPF OF SFLCTL1-O TO WS-LOADED-DSPF
                       MOVE SEL-FLD  OF SFLCTL1-O TO WS-LOADED-FLD
                       PERFORM 1100-LOAD-SFL
                    ELSE
                       PERFORM 2000-PROCESS-OPTIONS
                       IF ENT-TEXT OF SFLCTL1-O NOT = SPACES
                          PERFORM 4000-ADD-HELP-LINE
                       END-IF
                       PERFORM 1100-LOAD-SFL
                    END-IF
                 END-IF

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE HLPTXTDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-HLPTXTPF TO TRUE.
           MOVE ZEROES TO WS-RELKEY WS-HIGH-SEQ WS-LINE-COUNT.

           MOVE SEL-DSPF OF SFLCTL1-O TO HTDSPF OF HLPTXTPF-REC.
           MOVE SEL-FLD  OF SFLCTL1-O TO HTFLD  OF HLPTXTPF-REC.
           MOVE ZEROES                TO HTSEQ  OF HLPTXTPF-REC.
           START HLPTXTPF KEY IS NOT LESS THAN HTKEY OF HLPTXTPF-REC
              INVALID KEY
                 SET EOF-HLPTXTPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-HLPTXTPF OR WS-RELKEY = 999
              READ HLPTXTPF NEXT RECORD
                 AT END
                    SET EOF-HLPTXTPF TO TRUE
                 NOT AT END
                    IF HTDSPF OF HLPTXTPF-REC
                          NOT = SEL-DSPF OF SFLCTL1-O
                    OR HTFLD  OF HLPTXTPF-REC
                          NOT = SEL-FLD  OF SFLCTL1-O
                       SET EOF-HLPTXTPF TO TRUE
                    ELSE
                       MOVE HTSEQ OF HLPTXTPF-REC TO WS-HIGH-SEQ
                       ADD 1 TO WS-LINE-COUNT
                       INITIALIZE SFLREC1 OF SFLREC1-O
                       MOVE HTSEQ  OF HLPTXTPF-REC
                          TO SFL-SEQ  OF SFLREC1-O
                       MOVE HTTEXT OF HLPTXTPF-REC
                          TO SFL-TEXT OF SFLREC1-O
                       ADD 1 TO WS-RELKEY
                       WRITE SUBFILE HLPTXTDSP-REC FROM SFLREC1-O
                          FORMAT IS "SFLREC1"
                          INDICATORS ARE INDICATOR-AREA
                       MOVE B"1" TO IN80
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE HLPTXTDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    IF SFL-OPT OF SFLREC1-O = "4"
                       PERFORM 2100-REMOVE-HELP-LINE
                    ELSE
                       PERFORM 2200-CHANGE-HELP-LINE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2100-REMOVE-HELP-LINE.

           MOVE SEL-DSPF OF SFLCTL1-O TO HTDSPF OF HLPTXTPF-REC.
           MOVE SEL-FLD  OF SFLCTL1-O TO HTFLD  OF HLPTXTPF-REC.
           MOVE SFL-SEQ  OF SFLREC1-O TO HTSEQ  OF HLPTXTPF-REC.
           READ HLPTXTPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE HLPTXTPF
                 ADD 1 TO USGLOG-DLTS
                 SUBTRACT 1 FROM WS-LINE-COUNT
           END-READ.

      *================================================================

       2200-CHANGE-HELP-LINE.

           MOVE SEL-DSPF OF SFLCTL1-O TO HTDSPF OF HLPTXTPF-REC.
           MOVE SEL-FLD  OF SFLCTL1-O TO HTFLD  OF HLPTXTPF-REC.
           MOVE SFL-SEQ  OF SFLREC1-O TO HTSEQ  OF HLPTXTPF-REC.
           READ HLPTXTPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SFL-TEXT OF SFLREC1-O TO HTTEXT OF HLPTXTPF-REC
                 REWRITE HLPTXTPF-REC
                 ADD 1 TO USGLOG-CHGS
           END-READ.

      *================================================================
      *  The window shows ten lines; an eleventh is refused (IN96)
      *  and stays on the entry line until one is removed. New
      *  lines go after the highest sequence on file, so a removed
      *  line's number is not reused ahead of the lines after it.
      *================================================================

       4000-ADD-HELP-LINE.

           IF WS-LINE-COUNT NOT < 10
           OR WS-HIGH-SEQ = 99
              MOVE B"1" TO IN96
           ELSE
              INITIALIZE HLPTXTPF-REC
              MOVE SEL-DSPF OF SFLCTL1-O TO HTDSPF OF HLPTXTPF-REC
              MOVE SEL-FLD  OF SFLCTL1-O TO HTFLD  OF HLPTXTPF-REC
              COMPUTE HTSEQ OF HLPTXTPF-REC = WS-HIGH-SEQ + 1
              MOVE ENT-TEXT OF SFLCTL1-O TO HTTEXT OF HLPTXTPF-REC
              WRITE HLPTXTPF-REC
              ADD 1 TO USGLOG-ADDS
              MOVE SPACES TO ENT-TEXT OF SFLCTL1-O
           END-IF.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "HLPTXTDSP"            TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "HLPTXTPF"             TO HLPWIN-DICTF.
           MOVE "HT"                   TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "HLPTXTMNT"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O HLPTXTPF
                    HLPTXTDSP.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE HLPTXTPF
                 HLPTXTDSP.
