       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STEPMSGINQ.

      *================================================================
      *  Captured job log of one chain step - the STEPMSGPF messages
      *  STEPMSGSVC filed for the step and run id passed in, newest
      *  first, each with its message id, severity, type, sending
      *  program, when sent and the message text over two lines.
      *  Called from the OPSCONCBL morning console (option 5 on a
      *  step line). Read-only; Enter reloads, F3/F12 return.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STEPMSGPF      ASSIGN  TO DATABASE-STEPMSGPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SMKEY.

           SELECT STEPMSGDSP     ASSIGN  TO WORKSTATION-STEPMSGDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
                  RELATIVE KEY   IS         WS-RELKEY
                  CONTROL-AREA   IS         WS-CONTROL-AREA.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  STEPMSGPF
           LABEL RECORDS ARE STANDARD.
       01  STEPMSGPF-REC.
           COPY DDS-ALL-FORMATS OF STEPMSGPF.

       FD  STEPMSGDSP
           LABEL RECORDS ARE STANDARD.
       01  STEPMSGDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF STEPMSGDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF STEPMSGDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-STEPMSGPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-STEPMSGPF       VALUE B"0".
               88  EOF-STEPMSGPF           VALUE B"1".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F3-EXIT               VALUE "03".
               88  F12-CANCEL            VALUE "12".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF STEPMSGDSP.

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

       01  STPMSG-PARM.
           05  STPMSG-STEP                 PIC X(10).
           05  STPMSG-RUNID                PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING STPMSG-PARM.

       0000-MAIN-LOGIC.

           PERFORM 9000-SET-UP.

           PERFORM 1000-PROCESS
              UNTIL END-PROGRAM.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       1000-PROCESS.

           WRITE STEPMSGDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ STEPMSGDSP    INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
              WHEN F12-CANCEL
                 SET END-PROGRAM TO TRUE

              WHEN F0-ENTER
                 PERFORM 1100-LOAD-MESSAGES

           END-EVALUATE.

      *================================================================

       1100-LOAD-MESSAGES.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE STEPMSGDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           MOVE ZEROES TO WS-RELKEY.
           MOVE ZEROES TO SM-RUNDT OF SFLCTL1-O.
           MOVE SPACES TO SM-JOB   OF SFLCTL1-O
                          SM-CAPTS OF SFLCTL1-O.
           SET NOT-EOF-STEPMSGPF TO TRUE.

           MOVE STPMSG-RUNID TO SMRUNID OF STEPMSGPF-REC.
           MOVE STPMSG-STEP  TO SMSTEP  OF STEPMSGPF-REC.
           MOVE ZEROES       TO SMSEQ   OF STEPMSGPF-REC.
           START STEPMSGPF KEY IS NOT LESS THAN SMKEY OF STEPMSGPF-REC
              INVALID KEY
                 SET EOF-STEPMSGPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-STEPMSGPF OR WS-RELKEY = 999
              READ STEPMSGPF NEXT RECORD
                 AT END
                    SET EOF-STEPMSGPF TO TRUE
                 NOT AT END
                    IF SMRUNID OF STEPMSGPF-REC = STPMSG-RUNID
                    AND SMSTEP OF STEPMSGPF-REC = STPMSG-STEP
                       PERFORM 1200-WRITE-MESSAGE-LINE
                    ELSE
                       SET EOF-STEPMSGPF TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-RELKEY TO SM-COUNT OF SFLCTL1-O.

      *================================================================

       1200-WRITE-MESSAGE-LINE.

           IF WS-RELKEY = ZEROES
              MOVE SMRUNDT OF STEPMSGPF-REC TO SM-RUNDT OF SFLCTL1-O
              STRING SMJOBNO OF STEPMSGPF-REC DELIMITED BY SIZE
                     "/"                      DELIMITED BY SIZE
                     SMJOBUS OF STEPMSGPF-REC DELIMITED BY SPACE
                     "/"                      DELIMITED BY SIZE
                     SMJOBNM OF STEPMSGPF-REC DELIMITED BY SPACE
                 INTO SM-JOB OF SFLCTL1-O
              END-STRING
              MOVE SMCAPTS OF STEPMSGPF-REC(1:14)
                 TO SM-CAPTS OF SFLCTL1-O
           END-IF.

           INITIALIZE SFLREC1 OF SFLREC1-O.
           MOVE SMMSGID  OF STEPMSGPF-REC TO SFL-MSGID  OF SFLREC1-O.
           MOVE SMSEV    OF STEPMSGPF-REC TO SFL-SEV    OF SFLREC1-O.
           MOVE SMTYPE   OF STEPMSGPF-REC TO SFL-TYPE   OF SFLREC1-O.
           MOVE SMSNDPGM OF STEPMSGPF-REC TO SFL-SNDPGM OF SFLREC1-O.
           MOVE SMSNTDT  OF STEPMSGPF-REC TO SFL-SNTDT  OF SFLREC1-O.
           MOVE SMSNTTM  OF STEPMSGPF-REC TO SFL-SNTTM  OF SFLREC1-O.
           MOVE SMTEXT OF STEPMSGPF-REC(1:40)
                                          TO SFL-TEXT1  OF SFLREC1-O.
           MOVE SMTEXT OF STEPMSGPF-REC(41:78)
                                          TO SFL-TEXT2  OF SFLREC1-O.

           ADD 1 TO WS-RELKEY.
           WRITE SUBFILE STEPMSGDSP-REC FROM SFLREC1-O
              FORMAT IS "SFLREC1"
              INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN80.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "STEPMSGINQ" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT STEPMSGPF
                I-O   STEPMSGDSP.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.
           MOVE STPMSG-STEP  TO SM-STEP  OF SFLCTL1-O.
           MOVE STPMSG-RUNID TO SM-RUNID OF SFLCTL1-O.

           PERFORM 1100-LOAD-MESSAGES.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE STEPMSGPF
                 STEPMSGDSP.
