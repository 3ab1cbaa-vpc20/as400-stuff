      *  code removes it. Every add/replace/remove goes through the
      *  shared AUDITLOG routine; removing a code that rows already
      *  carry is operations' judgment call - retiring it with
      *  ENT-ACT "N" is the gentler tool. While a change freeze
      *  covers CODETBL the screen refuses updates unless they are
      *  emergency changes (FRZCHKSVC).
      *================================================================

       ENVIRONMENT DIVISION.
       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  FRZCHK-PARM.
           05  FRZCHK-FILE                 PIC X(10).
           05  FRZCHK-KEY                  PIC X(20).
           05  FRZCHK-MODE                 PIC X(7).
           05  FRZCHK-PGM                  PIC X(10).
           05  FRZCHK-REASON               PIC X(40).
           05  FRZCHK-STAT                 PIC X(1).
           05  FRZCHK-FRZID                PIC 9(6).

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
              WHEN F3-EXIT
                 SET END-PROGRAM TO TRUE

              WHEN F1-HELP
                 PERFORM 8800-FIELD-HELP

              WHEN F0-ENTER
                 MOVE B"0" TO IN95
                 IF SEL-TABLE OF SFLCTL1-O NOT = SPACES
                    PERFORM 2000-PROCESS-OPTIONS
                    IF ENT-CODE OF SFLCTL1-O NOT = SPACES

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE CODETBLDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SPACES                 TO FRZCHK-KEY
                 MOVE CTTABLE OF CODETBL-REC TO FRZCHK-KEY(1:10)
                 MOVE CTCODE  OF CODETBL-REC TO FRZCHK-KEY(11:10)
                 MOVE "DELETE"               TO FRZCHK-MODE
                 PERFORM 2800-CHECK-FREEZE
                 IF FRZCHK-STAT NOT = "N"
                    PERFORM 2200-AUDIT-REMOVE
                    DELETE CODETBL
                    ADD 1 TO USGLOG-DLTS
                 END-IF
           END-READ.

      *================================================================
           MOVE SPACES                  TO AUDLOG-AFT-DATA.
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  While a change freeze covers CODETBL an update needs an
      *  emergency reason on the entry line and the FRZEMERG
      *  function (FRZCHKSVC logs the attempt either way); a
      *  refused entry stays on the screen for the reason.
      *================================================================

       2800-CHECK-FREEZE.

           MOVE "CODETBL"               TO FRZCHK-FILE.
           MOVE "CODETBLMNT"            TO FRZCHK-PGM.
           MOVE ENT-FRZRSN OF SFLCTL1-O TO FRZCHK-REASON.
           CALL "FRZCHKSVC" USING FRZCHK-PARM.
           IF FRZCHK-STAT = "N"
              MOVE B"1" TO IN95
           END-IF.

      *================================================================

       3000-ADD-OR-REPLACE-CODE.
              MOVE "Y" TO CTACT OF CODETBL-REC
           END-IF.

           MOVE SPACES                 TO FRZCHK-KEY.
           MOVE CTTABLE OF CODETBL-REC TO FRZCHK-KEY(1:10).
           MOVE CTCODE  OF CODETBL-REC TO FRZCHK-KEY(11:10).
           IF CODE-FOUND
              MOVE "CHANGE" TO FRZCHK-MODE
           ELSE
              MOVE "ADD"    TO FRZCHK-MODE
           END-IF.
           PERFORM 2800-CHECK-FREEZE.

           IF FRZCHK-STAT NOT = "N"
              IF CODE-FOUND
                 REWRITE CODETBL-REC
                 ADD 1 TO USGLOG-CHGS
              ELSE
                 WRITE CODETBL-REC
                 ADD 1 TO USGLOG-ADDS
              END-IF
              PERFORM 3100-AUDIT-UPSERT
              MOVE SPACES TO ENT-CODE   OF SFLCTL1-O
                             ENT-DESC   OF SFLCTL1-O
                             ENT-ACT    OF SFLCTL1-O
                             ENT-FRZRSN OF SFLCTL1-O
           END-IF.

      *================================================================

           MOVE CTACT  OF CODETBL-REC   TO AUDLOG-AFT-DATA(32:1).
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "CODETBLDSP"           TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "CODETBL"              TO HLPWIN-DICTF.
           MOVE "CT"                   TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CODETBLMNT" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O CODETBL
                    CODETBLDSP.


       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE CODETBL
                 CODETBLDSP.
