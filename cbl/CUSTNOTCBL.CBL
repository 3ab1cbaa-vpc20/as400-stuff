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

       LINKAGE SECTION.

       01  CUSTNOT-PARM.

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE CUSTNOTDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
              NOT INVALID KEY
                 PERFORM 2200-AUDIT-REMOVE
                 DELETE CUSTNOTPF
                 ADD 1 TO USGLOG-DLTS
           END-READ.

      *================================================================
                                       TO NTUSER   OF CUSTNOTPF-REC.
           MOVE FUNCTION CURRENT-DATE  TO NTTS     OF CUSTNOTPF-REC.
           WRITE CUSTNOTPF-REC.
           ADD 1 TO USGLOG-ADDS.

           MOVE "CUSTNOTPF"             TO AUDLOG-FILE.
           MOVE SPACES                  TO AUDLOG-KEY.

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CUSTNOTCBL" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT CUSTPF
                I-O   CUSTNOTPF
                      CUSTNOTDSP.

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE CUSTPF
                 CUSTNOTPF
                 CUSTNOTDSP.
