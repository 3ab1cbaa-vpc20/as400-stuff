           05  WS-DTL-IX           PIC S9(3) BINARY VALUE ZEROES.
           05  WS-DECODE-ROWS      PIC S9(3) BINARY VALUE ZEROES.

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
           WRITE AUDINQDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

       3000-SHOW-DECODED-DETAIL.

           ADD 1 TO USGLOG-INQS.

           SET ENT-IX TO SFL-ENTNO OF SFLREC1-O.

           INITIALIZE SFLCTL2 OF SFLCTL2-O.

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "AUDINQCBL"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT AUDITTRL
                      AUDDECODE
                I-O   AUDINQDSP.

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE AUDITTRL
                 AUDDECODE
                 AUDINQDSP.
