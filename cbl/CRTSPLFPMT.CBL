           05 CS-JOBNBR            PIC X(6)  VALUE SPACES.
       01  CS-ALLUSR                PIC X(01).

       01  USGLOG-PARM.
           05  USGLOG-ACTION               PIC X(1).
           05  USGLOG-PGM                  PIC X(10).
           05  USGLOG-FUNC                 PIC X(10).
           05  USGLOG-STRTS                PIC X(21).
           05  USGLOG-ADDS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-CHGS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-DLTS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-INQS                 PIC 9(5)  VALUE ZEROES.

      ******************************************************************

       PROCEDURE DIVISION.

       2000-CALL-CRTSPLFCBL.

           ADD 1 TO USGLOG-ADDS.

           IF PMT-OUTQNM OF REC1-I = SPACES
              MOVE "*ALL"          TO CS-OUTQ(1:10)
              MOVE SPACES          TO CS-OUTQ(11:10)

       9000-HOUSEKEEPING.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CRTSPLFPMT" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O SPLFPMT.
           MOVE SPACES TO REC1-I.


       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE SPLFPMT.
