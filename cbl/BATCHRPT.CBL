      *  execution with its start and end times, elapsed minutes,
      *  outcome and the counts the step reported. When the night
      *  runs long, this page answers "which step ate the time"
      *  before the first phone call. Under an execution that did
      *  not complete (any outcome other than "C") the five most
      *  severe job log messages captured for it on STEPMSGPF are
      *  printed, newest first among equals - OPSCONCBL option 5
      *  shows the full capture.
      ******************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS SEQUENTIAL
                  ACCESS           IS SEQUENTIAL.

           SELECT STEPMSGPF        ASSIGN TO DATABASE-STEPMSGPF
                  ORGANIZATION     IS INDEXED
                  ACCESS           IS DYNAMIC
                  RECORD KEY       IS SMKEY.

           SELECT BATCHRPTLST      ASSIGN TO PRINTER-QPRINT
                  ORGANIZATION     IS SEQUENTIAL.

       01  BATCHHST-REC.
           COPY DDS-ALL-FORMATS OF BATCHHST.

       FD  STEPMSGPF
           LABEL RECORDS ARE STANDARD.
       01  STEPMSGPF-REC.
           COPY DDS-ALL-FORMATS OF STEPMSGPF.

       FD  BATCHRPTLST
           LABEL RECORDS ARE OMITTED.
       01  BATCHRPTLST-REC          PIC X(132).
           05  EOF-BATCHHST-SW      PIC 1 VALUE B"0".
               88 NOT-EOF-BATCHHST        VALUE B"0".
               88 EOF-BATCHHST            VALUE B"1".
           05  EOF-STEPMSGPF-SW     PIC 1 VALUE B"0".
               88 NOT-EOF-STEPMSGPF       VALUE B"0".
               88 EOF-STEPMSGPF           VALUE B"1".

       01  ELAPSED-WORK.
           05  WS-STR-DATE          PIC 9(8).
           05  WS-TIME-HH           PIC 9(2).
           05  WS-TIME-MM           PIC 9(2).

      *          The most severe captured messages of a failed
      *          step, highest severity first.

       01  TOP-MESSAGES.
           05  TOP-COUNT            PIC S9(3) BINARY VALUE ZEROES.
           05  TOP-IX               PIC S9(3) BINARY VALUE ZEROES.
           05  TOP-AT               PIC S9(3) BINARY VALUE ZEROES.
           05  TOP-ENTRY OCCURS 5 TIMES.
               10  TOP-SEV          PIC 9(2).
               10  TOP-MSGID        PIC X(7).
               10  TOP-SNDPGM       PIC X(10).
               10  TOP-TEXT         PIC X(80).

       01  REPORT-COUNTERS.
           05  WS-STEP-COUNT        PIC S9(5) VALUE ZEROES.
           05  WS-TOTAL-MINS        PIC S9(9) VALUE ZEROES.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-OUT          PIC X(05).
               10  DTL-COUNTS       PIC X(60).
           05  MSG-LINE.
               10  FILLER           PIC X(13) VALUE SPACES.
               10  MSGL-MSGID       PIC X(07).
               10  FILLER           PIC X(05) VALUE " SEV ".
               10  MSGL-SEV         PIC 9(02).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  MSGL-SNDPGM      PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  MSGL-TEXT        PIC X(80).
           05  NOMSG-LINE.
               10  FILLER           PIC X(13) VALUE SPACES.
               10  FILLER           PIC X(50)
                   VALUE "NO JOB LOG CAPTURED FOR THIS EXECUTION".
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "STEPS:".

       0000-MAIN.

           OPEN INPUT  BATCHHST
                       STEPMSGPF.
           OPEN OUTPUT BATCHRPTLST.

           MOVE LINK-RUN-DATE TO HDR-DATE.
           MOVE TOTAL-LINE TO BATCHRPTLST-REC.
           WRITE BATCHRPTLST-REC.

           CLOSE BATCHHST STEPMSGPF BATCHRPTLST.
           GOBACK.

      ******************************************************************
           MOVE SPACES   TO BATCHRPTLST-REC.
           MOVE DTL-LINE TO BATCHRPTLST-REC.
           WRITE BATCHRPTLST-REC.

           IF HSTOUTCOME OF BATCHHST-REC NOT = "C"
              PERFORM 2000-PRINT-STEP-MESSAGES
           END-IF.

      ******************************************************************
      *
      * The step's capture is read in key order (newest first) and
      * each message placed in the top five by severity; a message
      * only displaces one of strictly lower severity, so among
      * equals the newer one - nearer the failure - stays.
      *
      ******************************************************************

       2000-PRINT-STEP-MESSAGES.

           MOVE ZEROES TO TOP-COUNT.
           SET NOT-EOF-STEPMSGPF TO TRUE.

           MOVE HSTRUNID OF BATCHHST-REC TO SMRUNID OF STEPMSGPF-REC.
           MOVE HSTSTEP  OF BATCHHST-REC TO SMSTEP  OF STEPMSGPF-REC.
           MOVE ZEROES                   TO SMSEQ   OF STEPMSGPF-REC.
           START STEPMSGPF KEY IS NOT LESS THAN SMKEY OF STEPMSGPF-REC
              INVALID KEY
                 SET EOF-STEPMSGPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-STEPMSGPF
              READ STEPMSGPF NEXT RECORD
                 AT END
                    SET EOF-STEPMSGPF TO TRUE
                 NOT AT END
                    IF SMRUNID OF STEPMSGPF-REC =
                          HSTRUNID OF BATCHHST-REC
                    AND SMSTEP OF STEPMSGPF-REC =
                          HSTSTEP OF BATCHHST-REC
                       PERFORM 2100-RANK-MESSAGE
                    ELSE
                       SET EOF-STEPMSGPF TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           IF TOP-COUNT = ZEROES
              MOVE SPACES     TO BATCHRPTLST-REC
              MOVE NOMSG-LINE TO BATCHRPTLST-REC
              WRITE BATCHRPTLST-REC
           END-IF.

           PERFORM VARYING TOP-IX FROM 1 BY 1 UNTIL TOP-IX > TOP-COUNT
              MOVE TOP-MSGID(TOP-IX)  TO MSGL-MSGID
              MOVE TOP-SEV(TOP-IX)    TO MSGL-SEV
              MOVE TOP-SNDPGM(TOP-IX) TO MSGL-SNDPGM
              MOVE TOP-TEXT(TOP-IX)   TO MSGL-TEXT
              MOVE SPACES   TO BATCHRPTLST-REC
              MOVE MSG-LINE TO BATCHRPTLST-REC
              WRITE BATCHRPTLST-REC
           END-PERFORM.

      ******************************************************************

       2100-RANK-MESSAGE.

           MOVE ZEROES TO TOP-AT.
           PERFORM VARYING TOP-IX FROM 1 BY 1
                   UNTIL TOP-IX > TOP-COUNT OR TOP-AT > ZEROES
              IF SMSEV OF STEPMSGPF-REC > TOP-SEV(TOP-IX)
                 MOVE TOP-IX TO TOP-AT
              END-IF
           END-PERFORM.

           IF TOP-AT = ZEROES AND TOP-COUNT < 5
              ADD 1 TO TOP-COUNT
              MOVE TOP-COUNT TO TOP-AT
           ELSE
              IF TOP-AT > ZEROES
                 IF TOP-COUNT < 5
                    ADD 1 TO TOP-COUNT
                 END-IF
                 PERFORM VARYING TOP-IX FROM TOP-COUNT BY -1
                         UNTIL TOP-IX <= TOP-AT
                    MOVE TOP-ENTRY(TOP-IX - 1) TO TOP-ENTRY(TOP-IX)
                 END-PERFORM
              END-IF
           END-IF.

           IF TOP-AT > ZEROES
              MOVE SMSEV    OF STEPMSGPF-REC TO TOP-SEV(TOP-AT)
              MOVE SMMSGID  OF STEPMSGPF-REC TO TOP-MSGID(TOP-AT)
              MOVE SMSNDPGM OF STEPMSGPF-REC TO TOP-SNDPGM(TOP-AT)
              MOVE SMTEXT   OF STEPMSGPF-REC TO TOP-TEXT(TOP-AT)
           END-IF.
