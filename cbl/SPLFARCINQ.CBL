
       COPY QUSEC OF QSYSINC-QLBLSRC.

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
           WRITE SPLFARCDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

       3000-DISPLAY-PAGE-TEXT.

           ADD 1 TO USGLOG-INQS.

           MOVE SFL-JOBID  OF SFLREC1-O TO ARCJOBID OF SPLFARCH-REC.
           MOVE SFL-SPLFID OF SFLREC1-O TO ARCSPLFID OF SPLFARCH-REC.
           READ SPLFARCH

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "SPLFARCINQ" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT SPLFARCH
                      SPLFARCD
                I-O   SPLFARCDSP.

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE SPLFARCH
                 SPLFARCD
                 SPLFARCDSP.
