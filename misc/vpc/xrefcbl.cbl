               10  DTL-USGOUT        PIC X(08).
               10  DTL-USGUPD        PIC X(08).

       01  USGLOG-PARM.
           05  USGLOG-ACTION               PIC X(1).
           05  USGLOG-PGM                  PIC X(10).
           05  USGLOG-FUNC                 PIC X(10).
           05  USGLOG-STRTS                PIC X(21).
           05  USGLOG-ADDS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-CHGS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-DLTS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-INQS                 PIC 9(5)  VALUE ZEROES.

       LINKAGE SECTION.

       01 FILE-NAME                        PIC X(10).

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           MOVE ZEROES TO CNTINP OF SFLCTL1-O
                           CNTOUT OF SFLCTL1-O

       9000-HOUSEKEEPING.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "XREFCBL"    TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT XPGMREF1
                       XREFCTL
                I-O   XREFDSP.

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE XPGMREF1
                 XREFCTL
                 XREFDSP.
