      *  worked weekends; everything else defaults by day of week),
      *  so this is a short list operations keeps ahead of the
      *  holiday schedule. Entry line adds or replaces a date; a "4"
      *  against a listed date removes it. While a change freeze
      *  covers SHOPCAL the screen refuses updates unless they are
      *  emergency changes (FRZCHKSVC).
      *================================================================

       ENVIRONMENT DIVISION.
       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF SHOPCALD.

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
                 PERFORM 2000-PROCESS-OPTIONS
                 IF ENT-DATE OF SFLCTL1-O NOT = ZEROES
                    PERFORM 3000-ADD-OR-REPLACE-DATE

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE SHOPCALD-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SFL-DATE OF SFLREC1-O TO FRZCHK-KEY
                 MOVE "DELETE"              TO FRZCHK-MODE
                 PERFORM 2800-CHECK-FREEZE
                 IF FRZCHK-STAT NOT = "N"
                    DELETE SHOPCAL
                    ADD 1 TO USGLOG-DLTS
                 END-IF
           END-READ.

      *================================================================
      *  While a change freeze covers SHOPCAL an update needs an
      *  emergency reason on the entry line and the FRZEMERG
      *  function (FRZCHKSVC logs the attempt either way); a
      *  refused entry stays on the screen for the reason.
      *================================================================

       2800-CHECK-FREEZE.

           MOVE "SHOPCAL"               TO FRZCHK-FILE.
           MOVE "SHOPCALM"              TO FRZCHK-PGM.
           MOVE ENT-FRZRSN OF SFLCTL1-O TO FRZCHK-REASON.
           CALL "FRZCHKSVC" USING FRZCHK-PARM.
           IF FRZCHK-STAT = "N"
              MOVE B"1" TO IN95
           END-IF.

      *================================================================
      *  A blank flag defaults to "N" - the usual reason to key a
      *  date is a holiday.
              MOVE "N" TO CALBUSDY OF SHOPCAL-REC
           END-IF.

           MOVE ENT-DATE OF SFLCTL1-O TO FRZCHK-KEY.
           IF CAL-FOUND
              MOVE "CHANGE" TO FRZCHK-MODE
           ELSE
              MOVE "ADD"    TO FRZCHK-MODE
           END-IF.
           PERFORM 2800-CHECK-FREEZE.

           IF FRZCHK-STAT NOT = "N"
              IF CAL-FOUND
                 REWRITE SHOPCAL-REC
                 ADD 1 TO USGLOG-CHGS
              ELSE
                 WRITE SHOPCAL-REC
                 ADD 1 TO USGLOG-ADDS
              END-IF
              INITIALIZE SFLCTL1 OF SFLCTL1-O
           END-IF.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "SHOPCALD"             TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "SHOPCAL"              TO HLPWIN-DICTF.
           MOVE "CAL"                  TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "SHOPCALM"   TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O SHOPCAL
                    SHOPCALD.


       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE SHOPCAL
                 SHOPCALD.
