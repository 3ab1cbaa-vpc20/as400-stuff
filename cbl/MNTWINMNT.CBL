       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MNTWINMNT.

      *================================================================
      *  Maintenance screen for the MNTWINPF planned-maintenance
      *  windows - the system save, the quarterly upgrade - during
      *  which ALERTSVC records the alerts the window covers as
      *  suppressed instead of paging on-call with them. The entry
      *  line adds a window under the next window number: start and
      *  end (date and time), the alert type, raising program and
      *  queue it covers (blank - any) and the reason, which is
      *  required. A "2" against an open window brings it up on the
      *  entry line to be changed - an upgrade running long gets its
      *  end moved - and a "4" removes one never needed. A closed
      *  window cannot be changed or removed (IN92): it is the
      *  record of what was suppressed.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MNTWINPF       ASSIGN  TO DATABASE-MNTWINPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         MWID.

           SELECT MNTWINDSP      ASSIGN  TO WORKSTATION-MNTWINDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
                  RELATIVE KEY   IS         WS-RELKEY
                  CONTROL-AREA   IS         WS-CONTROL-AREA.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  MNTWINPF
           LABEL RECORDS ARE STANDARD.
       01  MNTWINPF-REC.
           COPY DDS-ALL-FORMATS OF MNTWINPF.

       FD  MNTWINDSP
           LABEL RECORDS ARE STANDARD.
       01  MNTWINDSP-REC      PIC X(1920).


       WORKING-STORAGE SECTION.

       COPY QUSRJOBI OF QSYSINC-QLBLSRC.
       COPY QUSEC    OF QSYSINC-QLBLSRC.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF MNTWINDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF MNTWINDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-MNTWINPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MNTWINPF        VALUE B"0".
               88  EOF-MNTWINPF            VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF MNTWINDSP.

      *          Highest window number seen on the last subfile
      *          load; a new window is given the next one.

       01  WS-LAST-MWID                  PIC 9(6)     VALUE ZEROES.
       01  WS-JOB-USER                   PIC X(10).

       01  WINDOW-CHECK.
           05  WS-WIN-FROM.
               10  WS-WIN-FROM-DT        PIC 9(8).
               10  WS-WIN-FROM-TM        PIC 9(4).
           05  WS-WIN-TO.
               10  WS-WIN-TO-DT          PIC 9(8).
               10  WS-WIN-TO-TM          PIC 9(4).

       01  QUSRJOBI-PARM.
           05  QUALIFIED-JOB-NAME.
               10  JOBI-JOB-NAME-PARM      PIC X(10) VALUE "*".
               10  JOBI-USER-NAME-PARM     PIC X(10) VALUE SPACES.
               10  JOBI-JOB-NUMBER-PARM    PIC X(6)  VALUE SPACES.
           05  JOBI-INTERNAL-JOB-ID        PIC X(16) VALUE SPACES.
           05  JOBI-FORMAT-NAME            PIC X(8)  VALUE "JOBI0100".
           05  JOBI-RCVLEN                 PIC S9(9) BINARY VALUE 30.

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

       0000-MAIN-LOGIC.

           PERFORM 9000-SET-UP.

           PERFORM 1000-PROCESS
              UNTIL END-PROGRAM.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       1000-PROCESS.

           WRITE MNTWINDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ MNTWINDSP     INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
                 SET END-PROGRAM TO TRUE

              WHEN F1-HELP
                 PERFORM 8800-FIELD-HELP

              WHEN F0-ENTER
                 MOVE B"0" TO IN90 IN91 IN92
                 IF ENT-STRDT OF SFLCTL1-O NOT = ZEROES
                    PERFORM 2900-VALIDATE-ENTRY
                    IF IN90 = B"0" AND IN91 = B"0"
                       IF ENT-ID OF SFLCTL1-O = ZEROES
                          PERFORM 3000-ADD-WINDOW
                       ELSE
                          PERFORM 3100-CHANGE-WINDOW
                       END-IF
                    END-IF
                 END-IF
                 PERFORM 2000-PROCESS-OPTIONS
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE MNTWINDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-MNTWINPF TO TRUE.
           MOVE ZEROES TO WS-RELKEY.
           MOVE ZEROES TO WS-LAST-MWID.

           MOVE ZEROES TO MWID OF MNTWINPF-REC.
           START MNTWINPF KEY IS NOT LESS THAN MWID OF MNTWINPF-REC
              INVALID KEY
                 SET EOF-MNTWINPF TO TRUE
           END-START.

      *          Read to the end even once the subfile is full, so
      *          the next window number is past every window on file.
           PERFORM UNTIL EOF-MNTWINPF
              READ MNTWINPF NEXT RECORD
                 AT END
                    SET EOF-MNTWINPF TO TRUE
                 NOT AT END
                    MOVE MWID OF MNTWINPF-REC TO WS-LAST-MWID
                    IF WS-RELKEY < 999
                       PERFORM 1200-MOVE-DATA
                       ADD 1 TO WS-RELKEY
                       WRITE SUBFILE MNTWINDSP-REC FROM SFLREC1-O
                          FORMAT IS "SFLREC1"
                          INDICATORS ARE INDICATOR-AREA
                       MOVE B"1" TO IN80
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1200-MOVE-DATA.

           INITIALIZE SFLREC1 OF SFLREC1-O.

           MOVE MWID     OF MNTWINPF-REC TO SFL-ID     OF SFLREC1-O.
           MOVE MWSTRDT  OF MNTWINPF-REC TO SFL-STRDT  OF SFLREC1-O.
           MOVE MWSTRTM  OF MNTWINPF-REC TO SFL-STRTM  OF SFLREC1-O.
           MOVE MWENDDT  OF MNTWINPF-REC TO SFL-ENDDT  OF SFLREC1-O.
           MOVE MWENDTM  OF MNTWINPF-REC TO SFL-ENDTM  OF SFLREC1-O.
           MOVE MWTYPE   OF MNTWINPF-REC TO SFL-TYPE   OF SFLREC1-O.
           MOVE MWSOURCE OF MNTWINPF-REC TO SFL-SOURCE OF SFLREC1-O.
           MOVE MWQUEUE  OF MNTWINPF-REC TO SFL-QUEUE  OF SFLREC1-O.
           MOVE MWREASON OF MNTWINPF-REC TO SFL-REASON OF SFLREC1-O.
           MOVE MWSTAT   OF MNTWINPF-REC TO SFL-STAT   OF SFLREC1-O.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE MNTWINDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    EVALUATE SFL-OPT OF SFLREC1-O
                       WHEN "2"
                          PERFORM 2200-SELECT-WINDOW
                       WHEN "4"
                          PERFORM 2100-REMOVE-WINDOW
                    END-EVALUATE
              END-READ
           END-PERFORM.

      *================================================================

       2100-REMOVE-WINDOW.

           MOVE SFL-ID OF SFLREC1-O TO MWID OF MNTWINPF-REC.
           READ MNTWINPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF MWSTAT OF MNTWINPF-REC = "C"
                    MOVE B"1" TO IN92
                 ELSE
                    DELETE MNTWINPF
                    ADD 1 TO USGLOG-DLTS
                 END-IF
           END-READ.

      *================================================================

       2200-SELECT-WINDOW.

           IF SFL-STAT OF SFLREC1-O = "C"
              MOVE B"1" TO IN92
           ELSE
              MOVE SFL-ID     OF SFLREC1-O TO ENT-ID     OF SFLCTL1-O
              MOVE SFL-STRDT  OF SFLREC1-O TO ENT-STRDT  OF SFLCTL1-O
              MOVE SFL-STRTM  OF SFLREC1-O TO ENT-STRTM  OF SFLCTL1-O
              MOVE SFL-ENDDT  OF SFLREC1-O TO ENT-ENDDT  OF SFLCTL1-O
              MOVE SFL-ENDTM  OF SFLREC1-O TO ENT-ENDTM  OF SFLCTL1-O
              MOVE SFL-TYPE   OF SFLREC1-O TO ENT-TYPE   OF SFLCTL1-O
              MOVE SFL-SOURCE OF SFLREC1-O TO ENT-SOURCE OF SFLCTL1-O
              MOVE SFL-QUEUE  OF SFLREC1-O TO ENT-QUEUE  OF SFLCTL1-O
              MOVE SFL-REASON OF SFLREC1-O TO ENT-REASON OF SFLCTL1-O
           END-IF.

      *================================================================
      *  A window must end after it starts, and must say why it is
      *  there - a window nobody can explain is an alert blackout.
      *================================================================

       2900-VALIDATE-ENTRY.

           IF ENT-REASON OF SFLCTL1-O = SPACES
              MOVE B"1" TO IN91
           END-IF.

           IF ENT-STRDT OF SFLCTL1-O NOT NUMERIC
           OR ENT-STRTM OF SFLCTL1-O NOT NUMERIC
           OR ENT-ENDDT OF SFLCTL1-O NOT NUMERIC
           OR ENT-ENDTM OF SFLCTL1-O NOT NUMERIC
              MOVE B"1" TO IN90
           ELSE
              MOVE ENT-STRDT OF SFLCTL1-O TO WS-WIN-FROM-DT
              MOVE ENT-STRTM OF SFLCTL1-O TO WS-WIN-FROM-TM
              MOVE ENT-ENDDT OF SFLCTL1-O TO WS-WIN-TO-DT
              MOVE ENT-ENDTM OF SFLCTL1-O TO WS-WIN-TO-TM
              IF WS-WIN-TO NOT > WS-WIN-FROM
              OR ENT-STRTM OF SFLCTL1-O > 2359
              OR ENT-ENDTM OF SFLCTL1-O > 2359
              OR ENT-STRTM OF SFLCTL1-O(3:2) > "59"
              OR ENT-ENDTM OF SFLCTL1-O(3:2) > "59"
                 MOVE B"1" TO IN90
              END-IF
           END-IF.

      *================================================================

       3000-ADD-WINDOW.

           INITIALIZE MNTWINPF-REC.

           ADD 1 TO WS-LAST-MWID.
           MOVE WS-LAST-MWID            TO MWID     OF MNTWINPF-REC.
           PERFORM 3200-MOVE-ENTRY.
           MOVE SPACES                  TO MWSTAT   OF MNTWINPF-REC.
           MOVE WS-JOB-USER             TO MWADDBY  OF MNTWINPF-REC.

           WRITE MNTWINPF-REC
              INVALID KEY
                 DISPLAY "MNTWINMNT: window " WS-LAST-MWID
                         " already on file - not added"
              NOT INVALID KEY
                 ADD 1 TO USGLOG-ADDS
                 INITIALIZE SFLCTL1 OF SFLCTL1-O
           END-WRITE.

      *================================================================
      *  A window that closed while it sat on the entry line stays
      *  as it closed.
      *================================================================

       3100-CHANGE-WINDOW.

           MOVE ENT-ID OF SFLCTL1-O TO MWID OF MNTWINPF-REC.
           READ MNTWINPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF MWSTAT OF MNTWINPF-REC = "C"
                    MOVE B"1" TO IN92
                 ELSE
                    PERFORM 3200-MOVE-ENTRY
                    REWRITE MNTWINPF-REC
                    ADD 1 TO USGLOG-CHGS
                    INITIALIZE SFLCTL1 OF SFLCTL1-O
                 END-IF
           END-READ.

      *================================================================

       3200-MOVE-ENTRY.

           MOVE ENT-STRDT  OF SFLCTL1-O TO MWSTRDT  OF MNTWINPF-REC.
           MOVE ENT-STRTM  OF SFLCTL1-O TO MWSTRTM  OF MNTWINPF-REC.
           MOVE ENT-ENDDT  OF SFLCTL1-O TO MWENDDT  OF MNTWINPF-REC.
           MOVE ENT-ENDTM  OF SFLCTL1-O TO MWENDTM  OF MNTWINPF-REC.
           MOVE ENT-TYPE   OF SFLCTL1-O TO MWTYPE   OF MNTWINPF-REC.
           MOVE ENT-SOURCE OF SFLCTL1-O TO MWSOURCE OF MNTWINPF-REC.
           MOVE ENT-QUEUE  OF SFLCTL1-O TO MWQUEUE  OF MNTWINPF-REC.
           MOVE ENT-REASON OF SFLCTL1-O TO MWREASON OF MNTWINPF-REC.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "MNTWINDSP"            TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "MNTWINPF"             TO HLPWIN-DICTF.
           MOVE "MW"                   TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "MNTWINMNT"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O   MNTWINPF
                      MNTWINDSP.

           MOVE 0 TO BYTES-PROVIDED OF QUS-EC.
           CALL "QUSRJOBI" USING QUS-JOBI-0100, JOBI-RCVLEN,
                JOBI-FORMAT-NAME, QUALIFIED-JOB-NAME,
                JOBI-INTERNAL-JOB-ID, QUS-EC.
           MOVE JOBI-USER-NAME OF QUS-JOBI-0100 TO WS-JOB-USER.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

           PERFORM 1100-LOAD-SFL.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE MNTWINPF
                 MNTWINDSP.
