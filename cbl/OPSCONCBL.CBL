      *  cross-reference refresh age, and the interface backlog
      *  count, with the attention lines highlighted (IN70). This is
      *  the screen the 7am operator opens first; Enter reloads it.
      *  A "5" against a step line shows the job log captured for
      *  that step's last run (STEPMSGINQ). An alert the on-call
      *  roster was paged for shows the tier reached, who was paged
      *  and when. Each FTP partner logon past its rotation expiry
      *  (KIFTPROT, rebuilt by the nightly KIFTPROTC check) shows as
      *  its own attention line.
      *================================================================

       ENVIRONMENT DIVISION.
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ALID.

           SELECT KIFTPROT       ASSIGN  TO DATABASE-KIFTPROT
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         RTPROF.

           SELECT OPSCONDSP      ASSIGN  TO WORKSTATION-OPSCONDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
       01  ALERTLOG-REC.
           COPY DDS-ALL-FORMATS OF ALERTLOG.

       FD  KIFTPROT
           LABEL RECORDS ARE STANDARD.
       01  KIFTPROT-REC.
           COPY DDS-ALL-FORMATS OF KIFTPROT.

       FD  OPSCONDSP
           LABEL RECORDS ARE STANDARD.
       01  OPSCONDSP-REC     PIC X(1920).
               88  NOT-EOF-MODIFIED      VALUE B"0".
               88  EOF-MODIFIED          VALUE B"1".
           05  WS-OPEN-ALERTS      PIC S9(5) VALUE ZEROES.
           05  WS-PAGED-USER       PIC X(10) VALUE SPACES.
           05  WS-PAGED-TS         PIC X(21) VALUE SPACES.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF OPSCONDSP.
           05  EOF-CUSTSUBPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTSUBPF       VALUE B"0".
               88  EOF-CUSTSUBPF           VALUE B"1".
           05  EOF-KIFTPROT-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-KIFTPROT        VALUE B"0".
               88  EOF-KIFTPROT            VALUE B"1".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
           05  WS-RFR-INT          PIC S9(9) VALUE ZEROES.
           05  WS-RFR-AGE          PIC S9(5) VALUE ZEROES.
           05  WS-BACKLOG-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-OVERDUE-ROTS     PIC S9(5) VALUE ZEROES.
           05  WS-DETAIL-WORK      PIC X(50) VALUE SPACES.
           05  WS-NUM-EDIT         PIC ZZZZZZ9.

      *          The active subscriber ids, loaded fresh on each
      *          console build so a registry change shows without
      *          restarting the screen.
       01  STPMSG-PARM.
           05  STPMSG-STEP             PIC X(10).
           05  STPMSG-RUNID            PIC 9(6).

       01  SUBSCRIBER-TABLE.
           05  WS-SUB-COUNT        PIC S9(3) BINARY VALUE ZEROES.
           05  WS-SUB-IX           PIC S9(3) BINARY VALUE ZEROES.
           05  WS-SUB-ID           PIC X(10) OCCURS 20.
           05  WS-SUB-CONEXT       PIC X(1)  OCCURS 20.

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


       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE OPSCONDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           PERFORM 4000-LOAD-XREF-AGE.
           PERFORM 5000-LOAD-EXPORT-BACKLOG.
           PERFORM 6000-LOAD-OPEN-ALERTS.
           PERFORM 7000-LOAD-CRED-ROTATION.

      *================================================================

                 NOT AT END
                    MOVE CHKSTEP OF BATCHCHK-REC TO SFL-ITEM
                       OF SFLREC1-O
                    MOVE CHKRUNID OF BATCHCHK-REC TO SFL-RUNID
                       OF SFLREC1-O
                    MOVE SPACES TO WS-DETAIL-WORK
                    EVALUATE CHKSTAT OF BATCHCHK-REC
                       WHEN "C"
                       ADD 1 TO WS-SUB-COUNT
                       MOVE SUBID OF CUSTSUBPF-REC
                          TO WS-SUB-ID(WS-SUB-COUNT)
                       MOVE SUBCONEXT OF CUSTSUBPF-REC
                          TO WS-SUB-CONEXT(WS-SUB-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
      *          Without that rule every historical notification
      *          (CUSTOUTF is never purged) counts as backlog for
      *          every subscriber on day one. The rule covers the
      *          NOTID-zero legacy records the same way. A contact
      *          notification is owed only to a subscriber taking
      *          the contact extract.

           PERFORM VARYING WS-SUB-IX FROM 1 BY 1
                   UNTIL WS-SUB-IX > WS-SUB-COUNT
              IF NOTTYPE OF CUSTOUTF-REC = "K"
              AND WS-SUB-CONEXT(WS-SUB-IX) NOT = "Y"
                 CONTINUE
              ELSE
                 IF NOTID OF CUSTOUTF-REC = ZEROES
                    IF NOTSTAT OF CUSTOUTF-REC NOT = "E"
                       ADD 1 TO WS-BACKLOG-COUNT
                    END-IF
                 ELSE
                    MOVE WS-SUB-ID(WS-SUB-IX)
                       TO SBSSUBID OF CUSTSUBSPF-REC
                    MOVE NOTID OF CUSTOUTF-REC
                       TO SBSNOTID OF CUSTSUBSPF-REC
                    READ CUSTSUBSPF
                       INVALID KEY
                          IF NOTSTAT OF CUSTOUTF-REC NOT = "E"
                             ADD 1 TO WS-BACKLOG-COUNT
                          END-IF
                       NOT INVALID KEY
                          IF SBSSTAT OF CUSTSUBSPF-REC = "N"
                          OR SBSSTAT OF CUSTSUBSPF-REC = "P"
                             ADD 1 TO WS-BACKLOG-COUNT
                          END-IF
                    END-READ
                 END-IF
              END-IF
           END-PERFORM.

                       MOVE "ALERT"  TO SFL-ITEM OF SFLREC1-O
                       MOVE ALSEV OF ALERTLOG-REC
                          TO SFL-STATUS OF SFLREC1-O
                       IF ALTIER OF ALERTLOG-REC > ZEROES
                          PERFORM 6100-PAGED-DETAIL
                       ELSE
                          MOVE ALTEXT OF ALERTLOG-REC(1:50)
                             TO SFL-DETAIL OF SFLREC1-O
                       END-IF
                       MOVE ALID OF ALERTLOG-REC
                          TO SFL-ALID OF SFLREC1-O
                       MOVE B"1" TO IN70
              END-READ
           END-PERFORM.

      *================================================================
      *
      *  A critical the on-call roster has been paged for leads
      *  with the tier reached, who holds it and since when - the
      *  full tier-by-tier trail stays on the ALERTLOG row.
      *
      *================================================================

       6100-PAGED-DETAIL.

           EVALUATE ALTIER OF ALERTLOG-REC
              WHEN 1
                 MOVE ALPGUSR1 OF ALERTLOG-REC TO WS-PAGED-USER
                 MOVE ALPGTS1  OF ALERTLOG-REC TO WS-PAGED-TS
              WHEN 2
                 MOVE ALPGUSR2 OF ALERTLOG-REC TO WS-PAGED-USER
                 MOVE ALPGTS2  OF ALERTLOG-REC TO WS-PAGED-TS
              WHEN OTHER
                 MOVE ALPGUSR3 OF ALERTLOG-REC TO WS-PAGED-USER
                 MOVE ALPGTS3  OF ALERTLOG-REC TO WS-PAGED-TS
           END-EVALUATE.

           STRING "T"                     DELIMITED BY SIZE
                  ALTIER OF ALERTLOG-REC  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-PAGED-USER           DELIMITED BY SPACE
                  " "                     DELIMITED BY SIZE
                  WS-PAGED-TS(9:2)        DELIMITED BY SIZE
                  ":"                     DELIMITED BY SIZE
                  WS-PAGED-TS(11:2)       DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  ALTEXT OF ALERTLOG-REC  DELIMITED BY SIZE
              INTO SFL-DETAIL OF SFLREC1-O
           END-STRING.

      *================================================================
      *
      *  FTP partner logons past their rotation expiry, one
      *  attention line each with the days overdue and the
      *  administrator answerable for it; a single all-clear line
      *  when none is. Rows still inside the warning period are
      *  left to their ALERTSVC warnings.
      *
      *================================================================

       7000-LOAD-CRED-ROTATION.

           SET NOT-EOF-KIFTPROT TO TRUE.
           MOVE ZEROES TO WS-OVERDUE-ROTS.
           CLOSE KIFTPROT.
           OPEN INPUT KIFTPROT.

           MOVE LOW-VALUES TO RTPROF OF KIFTPROT-REC.
           START KIFTPROT KEY IS NOT LESS THAN RTPROF OF KIFTPROT-REC
              INVALID KEY
                 SET EOF-KIFTPROT TO TRUE
           END-START.

           PERFORM UNTIL EOF-KIFTPROT
              READ KIFTPROT NEXT RECORD
                 AT END
                    SET EOF-KIFTPROT TO TRUE
                 NOT AT END
                    IF RTSTAT OF KIFTPROT-REC = "O"
                       ADD 1 TO WS-OVERDUE-ROTS
                       PERFORM 7100-OVERDUE-ROTATION-LINE
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-OVERDUE-ROTS = ZEROES
              INITIALIZE SFLREC1 OF SFLREC1-O
              MOVE "FTP LOGON"  TO SFL-ITEM   OF SFLREC1-O
              MOVE "CURRENT"    TO SFL-STATUS OF SFLREC1-O
              MOVE "NO PARTNER LOGON OVERDUE FOR ROTATION"
                 TO SFL-DETAIL OF SFLREC1-O
              MOVE B"0" TO IN70
              PERFORM 8000-WRITE-STATUS-LINE
           END-IF.

      *================================================================

       7100-OVERDUE-ROTATION-LINE.

      *          Cleared first - the alert lines before this one
      *          leave their hidden ALERTLOG id in the record, and
      *          an "A" keyed here must not acknowledge that alert.

           INITIALIZE SFLREC1 OF SFLREC1-O.
           MOVE "FTP LOGON"  TO SFL-ITEM   OF SFLREC1-O.
           MOVE "*OVERDUE"   TO SFL-STATUS OF SFLREC1-O.
           MOVE SPACES TO WS-DETAIL-WORK.
           IF RTCHGDT OF KIFTPROT-REC = ZEROES
              STRING RTPROF OF KIFTPROT-REC   DELIMITED BY SPACE
                     " NEVER ROTATED - ADMIN " DELIMITED BY SIZE
                     RTADMIN OF KIFTPROT-REC  DELIMITED BY SIZE
                 INTO WS-DETAIL-WORK
              END-STRING
           ELSE
              COMPUTE WS-NUM-EDIT = 0 - RTDAYS OF KIFTPROT-REC
              STRING RTPROF OF KIFTPROT-REC   DELIMITED BY SPACE
                     WS-NUM-EDIT              DELIMITED BY SIZE
                     " DAYS OVERDUE - ADMIN "
                                              DELIMITED BY SIZE
                     RTADMIN OF KIFTPROT-REC  DELIMITED BY SIZE
                 INTO WS-DETAIL-WORK
              END-STRING
           END-IF.
           MOVE WS-DETAIL-WORK TO SFL-DETAIL OF SFLREC1-O.
           MOVE B"1" TO IN70.
           PERFORM 8000-WRITE-STATUS-LINE.

      *================================================================
      *
      *  "A" against an alert line acknowledges it: the row keeps
                    AND SFL-ALID OF SFLREC1-O > ZEROES
                       PERFORM 1600-ACK-ONE-ALERT
                    END-IF
                    IF SFL-OPT OF SFLREC1-O = "5"
                    AND SFL-RUNID OF SFLREC1-O > ZEROES
                       MOVE SFL-ITEM OF SFLREC1-O  TO STPMSG-STEP
                       MOVE SFL-RUNID OF SFLREC1-O TO STPMSG-RUNID
                       CALL "STEPMSGINQ" USING STPMSG-PARM
                    END-IF
              END-READ
           END-PERFORM.

                 MOVE FUNCTION CURRENT-DATE
                    TO ALACKTS OF ALERTLOG-REC
                 REWRITE ALERTLOG-REC
                 ADD 1 TO USGLOG-CHGS
           END-READ.

      *================================================================
              INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN80.
           MOVE B"0" TO IN70.
           MOVE ZEROES TO SFL-RUNID OF SFLREC1-O.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "OPSCONCBL"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT BATCHCHK
                      SPLFCKPT
                      XREFCTL
                      CUSTOUTF
                      KIFTPROT
                I-O   ALERTLOG
                      OPSCONDSP.


       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE ALERTLOG.

           CLOSE BATCHCHK
                 SPLFCKPT
                 XREFCTL
                 CUSTOUTF
                 KIFTPROT
                 OPSCONDSP.
