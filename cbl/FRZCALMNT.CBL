       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FRZCALMNT.

      *================================================================
      *  Maintenance screen for the FRZCALPF change-freeze calendar
      *  and its FRZSCPPF scope lists - the quarter-end close, the
      *  external audit visit - during which the control-file
      *  maintenance screens refuse updates to the files a freeze
      *  covers unless they are emergency changes (FRZCHKSVC). One
      *  subfile line per file per freeze. The entry line with
      *  ENT-ID zero adds a freeze under the next freeze number:
      *  start and end date (both days included), a name and the
      *  first control file ("*ALL" - every one). With a freeze
      *  number it changes that freeze's dates and name, and
      *  ENT-FILE adds another file to its scope. A "2" against a
      *  line brings its freeze up on the entry line; a "4" takes
      *  that file out of the scope, and the last file out takes
      *  the freeze with it. Setting a freeze is the FRZCAL
      *  function on AUTHFNC.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRZCALPF       ASSIGN  TO DATABASE-FRZCALPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         FZID.

           SELECT FRZSCPPF       ASSIGN  TO DATABASE-FRZSCPPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         FSKEY.

           SELECT FRZCALDSP      ASSIGN  TO WORKSTATION-FRZCALDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
                  RELATIVE KEY   IS         WS-RELKEY
                  CONTROL-AREA   IS         WS-CONTROL-AREA.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  FRZCALPF
           LABEL RECORDS ARE STANDARD.
       01  FRZCALPF-REC.
           COPY DDS-ALL-FORMATS OF FRZCALPF.

       FD  FRZSCPPF
           LABEL RECORDS ARE STANDARD.
       01  FRZSCPPF-REC.
           COPY DDS-ALL-FORMATS OF FRZSCPPF.

       FD  FRZCALDSP
           LABEL RECORDS ARE STANDARD.
       01  FRZCALDSP-REC      PIC X(1920).


       WORKING-STORAGE SECTION.

       COPY QUSRJOBI OF QSYSINC-QLBLSRC.
       COPY QUSEC    OF QSYSINC-QLBLSRC.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF FRZCALDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF FRZCALDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-FRZCALPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-FRZCALPF        VALUE B"0".
               88  EOF-FRZCALPF            VALUE B"1".
           05  EOF-FRZSCPPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-FRZSCPPF        VALUE B"0".
               88  EOF-FRZSCPPF            VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".
           05  SCOPE-SW            PIC 1   VALUE B"0".
               88  SCOPE-LEFT              VALUE B"1".
               88  NO-SCOPE-LEFT           VALUE B"0".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF FRZCALDSP.

      *          Highest freeze number seen on the last subfile
      *          load; a new freeze is given the next one.

       01  WS-LAST-FZID                  PIC 9(6)     VALUE ZEROES.
       01  WS-JOB-USER                   PIC X(10).
       01  WS-FILE-LINES                 PIC 9(5)     VALUE ZEROES.

       01  DATE-CHECK.
           05  WS-CHK-DATE               PIC 9(8).
           05  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
               10  WS-CHK-YYYY           PIC 9(4).
               10  WS-CHK-MM             PIC 9(2).
               10  WS-CHK-DD             PIC 9(2).

       01  AUTHCHK-PARM.
           05  AUTH-FUNC                   PIC X(10).
           05  AUTH-STAT                   PIC X(1).
           05  AUTH-USER                   PIC X(10).

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

           WRITE FRZCALDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ FRZCALDSP     INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
                 SET END-PROGRAM TO TRUE

              WHEN F1-HELP
                 PERFORM 8800-FIELD-HELP

              WHEN F0-ENTER
                 MOVE B"0" TO IN90 IN91 IN92 IN93
                 PERFORM 2000-PROCESS-OPTIONS
                 IF ENT-STRDT OF SFLCTL1-O NOT = ZEROES
                    PERFORM 2900-VALIDATE-ENTRY
                    IF  IN90 = B"0" AND IN91 = B"0"
                    AND IN92 = B"0"
                       IF ENT-ID OF SFLCTL1-O = ZEROES
                          PERFORM 3000-ADD-FREEZE
                       ELSE
                          PERFORM 3100-CHANGE-FREEZE
                       END-IF
                    END-IF
                 END-IF
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE FRZCALDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-FRZCALPF TO TRUE.
           MOVE ZEROES TO WS-RELKEY.
           MOVE ZEROES TO WS-LAST-FZID.

           MOVE ZEROES TO FZID OF FRZCALPF-REC.
           START FRZCALPF KEY IS NOT LESS THAN FZID OF FRZCALPF-REC
              INVALID KEY
                 SET EOF-FRZCALPF TO TRUE
           END-START.

      *          Read to the end even once the subfile is full, so
      *          the next freeze number is past every freeze on file.
           PERFORM UNTIL EOF-FRZCALPF
              READ FRZCALPF NEXT RECORD
                 AT END
                    SET EOF-FRZCALPF TO TRUE
                 NOT AT END
                    MOVE FZID OF FRZCALPF-REC TO WS-LAST-FZID
                    PERFORM 1150-LOAD-SCOPE
              END-READ
           END-PERFORM.

      *================================================================
      *  One line per file in the freeze's scope; a freeze whose
      *  scope has gone missing still gets a line, file blank, so
      *  it can be seen and removed.
      *================================================================

       1150-LOAD-SCOPE.

           MOVE ZEROES TO WS-FILE-LINES.
           SET NOT-EOF-FRZSCPPF TO TRUE.

           MOVE FZID OF FRZCALPF-REC TO FSID   OF FRZSCPPF-REC.
           MOVE SPACES               TO FSFILE OF FRZSCPPF-REC.
           START FRZSCPPF KEY IS NOT LESS THAN FSKEY OF FRZSCPPF-REC
              INVALID KEY
                 SET EOF-FRZSCPPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-FRZSCPPF
              READ FRZSCPPF NEXT RECORD
                 AT END
                    SET EOF-FRZSCPPF TO TRUE
                 NOT AT END
                    IF FSID OF FRZSCPPF-REC NOT = FZID OF FRZCALPF-REC
                       SET EOF-FRZSCPPF TO TRUE
                    ELSE
                       ADD 1 TO WS-FILE-LINES
                       PERFORM 1200-MOVE-DATA
                       MOVE FSFILE OF FRZSCPPF-REC
                                         TO SFL-FILE OF SFLREC1-O
                       PERFORM 1300-WRITE-SFL
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-FILE-LINES = ZEROES
              PERFORM 1200-MOVE-DATA
              PERFORM 1300-WRITE-SFL
           END-IF.

      *================================================================

       1200-MOVE-DATA.

           INITIALIZE SFLREC1 OF SFLREC1-O.

           MOVE FZID     OF FRZCALPF-REC TO SFL-ID     OF SFLREC1-O.
           MOVE FZSTRDT  OF FRZCALPF-REC TO SFL-STRDT  OF SFLREC1-O.
           MOVE FZENDDT  OF FRZCALPF-REC TO SFL-ENDDT  OF SFLREC1-O.
           MOVE FZNAME   OF FRZCALPF-REC TO SFL-NAME   OF SFLREC1-O.

      *================================================================

       1300-WRITE-SFL.

           IF WS-RELKEY < 999
              ADD 1 TO WS-RELKEY
              WRITE SUBFILE FRZCALDSP-REC FROM SFLREC1-O
                 FORMAT IS "SFLREC1"
                 INDICATORS ARE INDICATOR-AREA
              MOVE B"1" TO IN80
           END-IF.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE FRZCALDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    EVALUATE SFL-OPT OF SFLREC1-O
                       WHEN "2"
                          PERFORM 2200-SELECT-FREEZE
                       WHEN "4"
                          PERFORM 2100-REMOVE-FILE
                    END-EVALUATE
              END-READ
           END-PERFORM.

      *================================================================
      *  The last file out of a freeze's scope takes the freeze
      *  with it - a freeze covering nothing is no freeze.
      *================================================================

       2100-REMOVE-FILE.

           MOVE SFL-ID   OF SFLREC1-O TO FSID   OF FRZSCPPF-REC.
           MOVE SFL-FILE OF SFLREC1-O TO FSFILE OF FRZSCPPF-REC.
           READ FRZSCPPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE FRZSCPPF
                 ADD 1 TO USGLOG-DLTS
           END-READ.

           SET NO-SCOPE-LEFT TO TRUE.
           MOVE SFL-ID OF SFLREC1-O TO FSID   OF FRZSCPPF-REC.
           MOVE SPACES              TO FSFILE OF FRZSCPPF-REC.
           START FRZSCPPF KEY IS NOT LESS THAN FSKEY OF FRZSCPPF-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ FRZSCPPF NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF FSID OF FRZSCPPF-REC = SFL-ID OF SFLREC1-O
                          SET SCOPE-LEFT TO TRUE
                       END-IF
                 END-READ
           END-START.

           IF NO-SCOPE-LEFT
              MOVE SFL-ID OF SFLREC1-O TO FZID OF FRZCALPF-REC
              READ FRZCALPF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DELETE FRZCALPF
                    ADD 1 TO USGLOG-DLTS
              END-READ
           END-IF.

      *================================================================

       2200-SELECT-FREEZE.

           MOVE SFL-ID     OF SFLREC1-O TO ENT-ID     OF SFLCTL1-O.
           MOVE SFL-STRDT  OF SFLREC1-O TO ENT-STRDT  OF SFLCTL1-O.
           MOVE SFL-ENDDT  OF SFLREC1-O TO ENT-ENDDT  OF SFLCTL1-O.
           MOVE SFL-NAME   OF SFLREC1-O TO ENT-NAME   OF SFLCTL1-O.
           MOVE SPACES                  TO ENT-FILE   OF SFLCTL1-O.

      *================================================================
      *  A freeze must end on or after the day it starts and have
      *  a name; a new one must cover at least one file.
      *================================================================

       2900-VALIDATE-ENTRY.

           IF ENT-NAME OF SFLCTL1-O = SPACES
              MOVE B"1" TO IN91
           END-IF.

           IF  ENT-ID   OF SFLCTL1-O = ZEROES
           AND ENT-FILE OF SFLCTL1-O = SPACES
              MOVE B"1" TO IN92
           END-IF.

           IF ENT-STRDT OF SFLCTL1-O NOT NUMERIC
           OR ENT-ENDDT OF SFLCTL1-O NOT NUMERIC
              MOVE B"1" TO IN90
           ELSE
              IF ENT-ENDDT OF SFLCTL1-O < ENT-STRDT OF SFLCTL1-O
                 MOVE B"1" TO IN90
              END-IF
              MOVE ENT-STRDT OF SFLCTL1-O TO WS-CHK-DATE
              PERFORM 2950-CHECK-DATE
              MOVE ENT-ENDDT OF SFLCTL1-O TO WS-CHK-DATE
              PERFORM 2950-CHECK-DATE
           END-IF.

      *================================================================

       2950-CHECK-DATE.

           IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
           OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
              MOVE B"1" TO IN90
           END-IF.

      *================================================================

       3000-ADD-FREEZE.

           INITIALIZE FRZCALPF-REC.

           ADD 1 TO WS-LAST-FZID.
           MOVE WS-LAST-FZID            TO FZID     OF FRZCALPF-REC.
           MOVE ENT-STRDT  OF SFLCTL1-O TO FZSTRDT  OF FRZCALPF-REC.
           MOVE ENT-ENDDT  OF SFLCTL1-O TO FZENDDT  OF FRZCALPF-REC.
           MOVE ENT-NAME   OF SFLCTL1-O TO FZNAME   OF FRZCALPF-REC.
           MOVE WS-JOB-USER             TO FZADDBY  OF FRZCALPF-REC.
           MOVE FUNCTION CURRENT-DATE   TO FZADDTS  OF FRZCALPF-REC.

           WRITE FRZCALPF-REC
              INVALID KEY
                 DISPLAY "FRZCALMNT: freeze " WS-LAST-FZID
                         " already on file - not added"
              NOT INVALID KEY
                 ADD 1 TO USGLOG-ADDS
                 PERFORM 3200-ADD-SCOPE
                 INITIALIZE SFLCTL1 OF SFLCTL1-O
           END-WRITE.

      *================================================================

       3100-CHANGE-FREEZE.

           MOVE ENT-ID OF SFLCTL1-O TO FZID OF FRZCALPF-REC.
           READ FRZCALPF
              INVALID KEY
                 MOVE B"1" TO IN93
              NOT INVALID KEY
                 MOVE ENT-STRDT OF SFLCTL1-O TO FZSTRDT OF FRZCALPF-REC
                 MOVE ENT-ENDDT OF SFLCTL1-O TO FZENDDT OF FRZCALPF-REC
                 MOVE ENT-NAME  OF SFLCTL1-O TO FZNAME  OF FRZCALPF-REC
                 REWRITE FRZCALPF-REC
                 ADD 1 TO USGLOG-CHGS
                 IF ENT-FILE OF SFLCTL1-O NOT = SPACES
                    PERFORM 3200-ADD-SCOPE
                 END-IF
                 INITIALIZE SFLCTL1 OF SFLCTL1-O
           END-READ.

      *================================================================
      *  A file already in the scope stays as it is.
      *================================================================

       3200-ADD-SCOPE.

           INITIALIZE FRZSCPPF-REC.
           MOVE FZID     OF FRZCALPF-REC TO FSID   OF FRZSCPPF-REC.
           MOVE ENT-FILE OF SFLCTL1-O    TO FSFILE OF FRZSCPPF-REC.

           WRITE FRZSCPPF-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO USGLOG-ADDS
           END-WRITE.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "FRZCALDSP"            TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "FRZCALPF"             TO HLPWIN-DICTF.
           MOVE "FZ"                   TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "FRZCALMNT"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O   FRZCALPF
                      FRZSCPPF
                      FRZCALDSP.

           MOVE 0 TO BYTES-PROVIDED OF QUS-EC.
           CALL "QUSRJOBI" USING QUS-JOBI-0100, JOBI-RCVLEN,
                JOBI-FORMAT-NAME, QUALIFIED-JOB-NAME,
                JOBI-INTERNAL-JOB-ID, QUS-EC.
           MOVE JOBI-USER-NAME OF QUS-JOBI-0100 TO WS-JOB-USER.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

      *          Whoever sets the freezes decides what the control
      *          files may not be changed by - setting them is a
      *          named AUTHFNC function, and AUTHCHKSVC has already
      *          logged a refused attempt.
           MOVE "FRZCAL" TO AUTH-FUNC.
           CALL "AUTHCHKSVC" USING AUTHCHK-PARM.
           IF AUTH-STAT NOT = "Y"
              DISPLAY "FRZCALMNT: user " AUTH-USER
                      " not authorized for freeze calendar maintenance"
              SET END-PROGRAM TO TRUE
           END-IF.

           PERFORM 1100-LOAD-SFL.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE FRZCALPF
                 FRZSCPPF
                 FRZCALDSP.
