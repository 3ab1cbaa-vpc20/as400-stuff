       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPLFCATMNT.

      *================================================================
      *  Maintenance screen for the SPLFCAT report catalog - what
      *  each report is for, which department owns it, who in the
      *  business answers for it, how often it should appear, and
      *  its retention class and confidentiality. Same shape as
      *  USRDEPTMNT: the entry line adds a report, or changes it
      *  when the spooled file name and user data are already
      *  cataloged; a "2" against a listed row takes it up onto the
      *  entry line for change, a "4" removes it. The owning
      *  department must be one USRDEPT already maps users to, the
      *  retention class must be on the RETCLASS code table, and
      *  every change goes through the shared AUDITLOG routine.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SPLFCAT        ASSIGN  TO DATABASE-SPLFCAT
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CATKEY OF SPLFCAT-REC.

           SELECT USRDEPT        ASSIGN  TO DATABASE-USRDEPT
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         UDUSER.

           SELECT SPLFCATDSP     ASSIGN  TO WORKSTATION-SPLFCATDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
                  RELATIVE KEY   IS         WS-RELKEY
                  CONTROL-AREA   IS         WS-CONTROL-AREA.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  SPLFCAT
           LABEL RECORDS ARE STANDARD.
       01  SPLFCAT-REC.
           COPY DDS-ALL-FORMATS OF SPLFCAT.

       FD  USRDEPT
           LABEL RECORDS ARE STANDARD.
       01  USRDEPT-REC.
           COPY DDS-ALL-FORMATS OF USRDEPT.

       FD  SPLFCATDSP
           LABEL RECORDS ARE STANDARD.
       01  SPLFCATDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF SPLFCATDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF SPLFCATDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-SPLFCAT-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFCAT         VALUE B"0".
               88  EOF-SPLFCAT             VALUE B"1".
           05  EOF-USRDEPT-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-USRDEPT         VALUE B"0".
               88  EOF-USRDEPT             VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".
           05  REPORT-FOUND-SW     PIC 1   VALUE B"0".
               88  REPORT-FOUND            VALUE B"1".
               88  REPORT-NOT-FOUND        VALUE B"0".
           05  DEPT-FOUND-SW       PIC 1   VALUE B"0".
               88  DEPT-FOUND              VALUE B"1".
               88  DEPT-NOT-FOUND          VALUE B"0".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF SPLFCATDSP.

      *          The row as it stood before the change, for the
      *          audit before-image.

       01  WS-OLD-CAT.
           COPY DDS-ALL-FORMATS OF SPLFCAT.

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  AUDLOG-MODE                 PIC X(7).
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  CODVAL-PARM.
           05  CODVAL-TABLE                PIC X(10).
           05  CODVAL-CODE                 PIC X(10).
           05  CODVAL-DESC                 PIC X(30).
           05  CODVAL-STAT                 PIC X(1).

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

           WRITE SPLFCATDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ SPLFCATDSP    INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
                 SET END-PROGRAM TO TRUE

              WHEN F1-HELP
                 PERFORM 8800-FIELD-HELP

              WHEN F0-ENTER
                 MOVE B"0" TO IN90 IN91 IN92
                 IF ENT-SPLFNM OF SFLCTL1-O NOT = SPACES
                    PERFORM 2900-VALIDATE-ENTRY
                    IF IN90 = B"0" AND IN91 = B"0" AND IN92 = B"0"
                       PERFORM 3000-APPLY-ENTRY
                    END-IF
                 END-IF
                 PERFORM 2000-PROCESS-OPTIONS
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE SPLFCATDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-SPLFCAT TO TRUE.
           MOVE ZEROES TO WS-RELKEY.

           MOVE LOW-VALUES TO CATKEY OF SPLFCAT-REC.
           START SPLFCAT KEY IS NOT LESS THAN CATKEY OF SPLFCAT-REC
              INVALID KEY
                 SET EOF-SPLFCAT TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFCAT OR WS-RELKEY = 999
              READ SPLFCAT NEXT RECORD
                 AT END
                    SET EOF-SPLFCAT TO TRUE
                 NOT AT END
                    PERFORM 1200-MOVE-DATA
                    ADD 1 TO WS-RELKEY
                    WRITE SUBFILE SPLFCATDSP-REC FROM SFLREC1-O
                       FORMAT IS "SFLREC1"
                       INDICATORS ARE INDICATOR-AREA
                    MOVE B"1" TO IN80
              END-READ
           END-PERFORM.

      *================================================================

       1200-MOVE-DATA.

           INITIALIZE SFLREC1 OF SFLREC1-O.

           MOVE CATSPLFNM OF SPLFCAT-REC TO SFL-SPLFNM OF SFLREC1-O.
           MOVE CATUSRDTA OF SPLFCAT-REC TO SFL-USRDTA OF SFLREC1-O.
           MOVE CATDESC   OF SPLFCAT-REC TO SFL-DESC   OF SFLREC1-O.
           MOVE CATDEPT   OF SPLFCAT-REC TO SFL-DEPT   OF SFLREC1-O.
           MOVE CATOWNER  OF SPLFCAT-REC TO SFL-OWNER  OF SFLREC1-O.
           MOVE CATFREQ   OF SPLFCAT-REC TO SFL-FREQ   OF SFLREC1-O.
           MOVE CATRETCLS OF SPLFCAT-REC TO SFL-RETCLS OF SFLREC1-O.
           MOVE CATCONF   OF SPLFCAT-REC TO SFL-CONF   OF SFLREC1-O.
           MOVE CATLSTDT  OF SPLFCAT-REC TO SFL-LSTDT  OF SFLREC1-O.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE SPLFCATDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    EVALUATE SFL-OPT OF SFLREC1-O
                       WHEN "2"
                          PERFORM 2200-TAKE-UP-REPORT
                       WHEN "4"
                          PERFORM 2100-REMOVE-REPORT
                    END-EVALUATE
              END-READ
           END-PERFORM.

      *================================================================

       2100-REMOVE-REPORT.

           MOVE SFL-SPLFNM OF SFLREC1-O TO CATSPLFNM OF SPLFCAT-REC.
           MOVE SFL-USRDTA OF SFLREC1-O TO CATUSRDTA OF SPLFCAT-REC.
           READ SPLFCAT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SPLFCAT-REC TO WS-OLD-CAT
                 MOVE "DELETE" TO AUDLOG-MODE
                 PERFORM 3200-AUDIT-REPORT
                 DELETE SPLFCAT
                 ADD 1 TO USGLOG-DLTS
           END-READ.

      *================================================================
      *  Option 2 - the row onto the entry line; the change itself
      *  is made on the next Enter, through the same validation as
      *  an add.
      *================================================================

       2200-TAKE-UP-REPORT.

           MOVE SFL-SPLFNM OF SFLREC1-O TO ENT-SPLFNM OF SFLCTL1-O.
           MOVE SFL-USRDTA OF SFLREC1-O TO ENT-USRDTA OF SFLCTL1-O.
           MOVE SFL-DESC   OF SFLREC1-O TO ENT-DESC   OF SFLCTL1-O.
           MOVE SFL-DEPT   OF SFLREC1-O TO ENT-DEPT   OF SFLCTL1-O.
           MOVE SFL-OWNER  OF SFLREC1-O TO ENT-OWNER  OF SFLCTL1-O.
           MOVE SFL-FREQ   OF SFLREC1-O TO ENT-FREQ   OF SFLCTL1-O.
           MOVE SFL-RETCLS OF SFLREC1-O TO ENT-RETCLS OF SFLCTL1-O.
           MOVE SFL-CONF   OF SFLREC1-O TO ENT-CONF   OF SFLCTL1-O.
           MOVE SPACES                  TO ENT-DEPTNM OF SFLCTL1-O.

      *================================================================
      *  The department must be one USRDEPT already charges users
      *  to - the same department codes the print charge-back
      *  statement is produced under - so a report's owner and its
      *  print bill always point at the same department.
      *================================================================

       2900-VALIDATE-ENTRY.

           IF ENT-DESC OF SFLCTL1-O = SPACES
           OR ENT-OWNER OF SFLCTL1-O = SPACES
              MOVE B"1" TO IN92
           END-IF.

           PERFORM 2950-FIND-DEPT.
           IF DEPT-NOT-FOUND
              MOVE B"1" TO IN90
           END-IF.

           IF ENT-FREQ OF SFLCTL1-O NOT = "D" AND NOT = "W"
                               AND NOT = "M" AND NOT = "Q"
                               AND NOT = "A" AND NOT = "R"
              MOVE B"1" TO IN91
           END-IF.

           IF ENT-CONF OF SFLCTL1-O NOT = "P" AND NOT = "I"
                               AND NOT = "C" AND NOT = "S"
              MOVE B"1" TO IN91
           END-IF.

           MOVE "RETCLASS"               TO CODVAL-TABLE.
           MOVE ENT-RETCLS OF SFLCTL1-O  TO CODVAL-CODE.
           CALL "CODVALSVC" USING CODVAL-PARM.
           IF CODVAL-STAT NOT = "Y"
              MOVE B"1" TO IN91
           END-IF.

           MOVE ENT-SPLFNM OF SFLCTL1-O TO CATSPLFNM OF SPLFCAT-REC.
           MOVE ENT-USRDTA OF SFLCTL1-O TO CATUSRDTA OF SPLFCAT-REC.
           READ SPLFCAT
              INVALID KEY
                 SET REPORT-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET REPORT-FOUND TO TRUE
                 MOVE SPLFCAT-REC TO WS-OLD-CAT
           END-READ.

      *================================================================
      *  USRDEPT is keyed by user, so the department is looked for
      *  down the file; it is a few hundred rows at most.
      *================================================================

       2950-FIND-DEPT.

           SET DEPT-NOT-FOUND  TO TRUE.
           SET NOT-EOF-USRDEPT TO TRUE.
           MOVE SPACES TO ENT-DEPTNM OF SFLCTL1-O.

           MOVE LOW-VALUES TO UDUSER OF USRDEPT-REC.
           START USRDEPT KEY IS NOT LESS THAN UDUSER OF USRDEPT-REC
              INVALID KEY
                 SET EOF-USRDEPT TO TRUE
           END-START.

           PERFORM UNTIL EOF-USRDEPT OR DEPT-FOUND
              READ USRDEPT NEXT RECORD
                 AT END
                    SET EOF-USRDEPT TO TRUE
                 NOT AT END
                    IF UDDEPT OF USRDEPT-REC = ENT-DEPT OF SFLCTL1-O
                       SET DEPT-FOUND TO TRUE
                       MOVE UDDEPTNM OF USRDEPT-REC
                          TO ENT-DEPTNM OF SFLCTL1-O
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       3000-APPLY-ENTRY.

           IF REPORT-NOT-FOUND
              INITIALIZE SPLFCAT-REC
              MOVE ENT-SPLFNM OF SFLCTL1-O TO CATSPLFNM OF SPLFCAT-REC
              MOVE ENT-USRDTA OF SFLCTL1-O TO CATUSRDTA OF SPLFCAT-REC
              MOVE FUNCTION CURRENT-DATE(1:8)
                 TO CATADDDT OF SPLFCAT-REC
           END-IF.
           MOVE ENT-DESC   OF SFLCTL1-O TO CATDESC   OF SPLFCAT-REC.
           MOVE ENT-DEPT   OF SFLCTL1-O TO CATDEPT   OF SPLFCAT-REC.
           MOVE ENT-OWNER  OF SFLCTL1-O TO CATOWNER  OF SPLFCAT-REC.
           MOVE ENT-FREQ   OF SFLCTL1-O TO CATFREQ   OF SPLFCAT-REC.
           MOVE ENT-RETCLS OF SFLCTL1-O TO CATRETCLS OF SPLFCAT-REC.
           MOVE ENT-CONF   OF SFLCTL1-O TO CATCONF   OF SPLFCAT-REC.

           IF REPORT-FOUND
              REWRITE SPLFCAT-REC
              ADD 1 TO USGLOG-CHGS
              MOVE "CHANGE" TO AUDLOG-MODE
           ELSE
              WRITE SPLFCAT-REC
              ADD 1 TO USGLOG-ADDS
              MOVE "ADD"    TO AUDLOG-MODE
           END-IF.

           PERFORM 3200-AUDIT-REPORT.

           INITIALIZE SFLCTL1 OF SFLCTL1-O.

      *================================================================
      *  Before/after images carry department, frequency, retention
      *  class, confidentiality and owner - the fields anyone will
      *  ask about later - rather than the description.
      *================================================================

       3200-AUDIT-REPORT.

           MOVE "SPLFCAT"                  TO AUDLOG-FILE.
           MOVE SPACES                     TO AUDLOG-KEY.
           MOVE CATSPLFNM OF SPLFCAT-REC   TO AUDLOG-KEY(1:10).
           MOVE CATUSRDTA OF SPLFCAT-REC   TO AUDLOG-KEY(11:10).
           MOVE SPACES                     TO AUDLOG-BEF-DATA.
           MOVE SPACES                     TO AUDLOG-AFT-DATA.

           IF AUDLOG-MODE NOT = "ADD"
              MOVE CATDEPT   OF WS-OLD-CAT TO AUDLOG-BEF-DATA(1:10)
              MOVE CATFREQ   OF WS-OLD-CAT TO AUDLOG-BEF-DATA(12:1)
              MOVE CATRETCLS OF WS-OLD-CAT TO AUDLOG-BEF-DATA(14:10)
              MOVE CATCONF   OF WS-OLD-CAT TO AUDLOG-BEF-DATA(25:1)
              MOVE CATOWNER  OF WS-OLD-CAT TO AUDLOG-BEF-DATA(27:30)
           END-IF.

           IF AUDLOG-MODE NOT = "DELETE"
              MOVE CATDEPT   OF SPLFCAT-REC TO AUDLOG-AFT-DATA(1:10)
              MOVE CATFREQ   OF SPLFCAT-REC TO AUDLOG-AFT-DATA(12:1)
              MOVE CATRETCLS OF SPLFCAT-REC TO AUDLOG-AFT-DATA(14:10)
              MOVE CATCONF   OF SPLFCAT-REC TO AUDLOG-AFT-DATA(25:1)
              MOVE CATOWNER  OF SPLFCAT-REC TO AUDLOG-AFT-DATA(27:30)
           END-IF.

           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "SPLFCATDSP"           TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "SPLFCAT"              TO HLPWIN-DICTF.
           MOVE "CAT"                  TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "SPLFCATMNT" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O   SPLFCAT
                      SPLFCATDSP
                INPUT USRDEPT.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

           PERFORM 1100-LOAD-SFL.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE SPLFCAT
                 USRDEPT
                 SPLFCATDSP.
