       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTTERMNT.

      *================================================================
      *  Maintenance screen for the CUSTTERPF sales territory postal
      *  code ranges - same shape as CODETBLMNT: the list shows every
      *  range in postal code order, the entry line adds a range or
      *  replaces the one starting at the same postal code, and a
      *  "4" against a listed range removes it. A range may not
      *  overlap another, so any postal code has at most one
      *  territory; the territory must be on the TERRITORY code
      *  table. Every add/replace/remove goes through the shared
      *  AUDITLOG routine. Changing the ranges does not move any
      *  customer by itself - CUSTTERCBL re-derives the assignments
      *  and prints who moved.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTTERPF      ASSIGN  TO DATABASE-CUSTTERPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         TRPOSTFR.

           SELECT CUSTTERDSP     ASSIGN  TO WORKSTATION-CUSTTERDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
                  RELATIVE KEY   IS         WS-RELKEY
                  CONTROL-AREA   IS         WS-CONTROL-AREA.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTTERPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTTERPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTTERPF.

       FD  CUSTTERDSP
           LABEL RECORDS ARE STANDARD.
       01  CUSTTERDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF CUSTTERDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF CUSTTERDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-CUSTTERPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTTERPF       VALUE B"0".
               88  EOF-CUSTTERPF           VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".
           05  RANGE-FOUND-SW      PIC 1   VALUE B"0".
               88  RANGE-FOUND             VALUE B"1".
               88  RANGE-NOT-FOUND         VALUE B"0".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF CUSTTERDSP.

       01  WS-OLD-RANGE.
           05  WS-OLD-POSTTO       PIC X(10) VALUE SPACES.
           05  WS-OLD-TERR         PIC X(10) VALUE SPACES.
           05  WS-OLD-REP          PIC X(10) VALUE SPACES.

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

           WRITE CUSTTERDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ CUSTTERDSP    INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
                 SET END-PROGRAM TO TRUE

              WHEN F1-HELP
                 PERFORM 8800-FIELD-HELP

              WHEN F0-ENTER
                 MOVE B"0" TO IN90 IN91
                 PERFORM 2000-PROCESS-OPTIONS
                 IF ENT-POSTFR OF SFLCTL1-O NOT = SPACES
                    PERFORM 2900-VALIDATE-RANGE
                    IF IN90 = B"0" AND IN91 = B"0"
                       PERFORM 3000-ADD-OR-REPLACE-RANGE
                    END-IF
                 END-IF
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE CUSTTERDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-CUSTTERPF TO TRUE.
           MOVE ZEROES TO WS-RELKEY.

           MOVE LOW-VALUES TO TRPOSTFR OF CUSTTERPF-REC.
           START CUSTTERPF KEY IS NOT LESS THAN TRPOSTFR
                 OF CUSTTERPF-REC
              INVALID KEY
                 SET EOF-CUSTTERPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTTERPF OR WS-RELKEY = 999
              READ CUSTTERPF NEXT RECORD
                 AT END
                    SET EOF-CUSTTERPF TO TRUE
                 NOT AT END
                    PERFORM 1200-MOVE-DATA
                    ADD 1 TO WS-RELKEY
                    WRITE SUBFILE CUSTTERDSP-REC FROM SFLREC1-O
                       FORMAT IS "SFLREC1"
                       INDICATORS ARE INDICATOR-AREA
                    MOVE B"1" TO IN80
              END-READ
           END-PERFORM.

      *================================================================

       1200-MOVE-DATA.

           INITIALIZE SFLREC1 OF SFLREC1-O.

           MOVE TRPOSTFR OF CUSTTERPF-REC TO SFL-POSTFR OF SFLREC1-O.
           MOVE TRPOSTTO OF CUSTTERPF-REC TO SFL-POSTTO OF SFLREC1-O.
           MOVE TRTERR   OF CUSTTERPF-REC TO SFL-TERR   OF SFLREC1-O.
           MOVE TRREP    OF CUSTTERPF-REC TO SFL-REP    OF SFLREC1-O.
           MOVE TRREPNM  OF CUSTTERPF-REC TO SFL-REPNM  OF SFLREC1-O.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE CUSTTERDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    IF SFL-OPT OF SFLREC1-O = "4"
                       PERFORM 2100-REMOVE-RANGE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2100-REMOVE-RANGE.

           MOVE SFL-POSTFR OF SFLREC1-O TO TRPOSTFR OF CUSTTERPF-REC.
           READ CUSTTERPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 2200-AUDIT-REMOVE
                 DELETE CUSTTERPF
                 ADD 1 TO USGLOG-DLTS
           END-READ.

      *================================================================

       2200-AUDIT-REMOVE.

           MOVE "CUSTTERPF"              TO AUDLOG-FILE.
           MOVE SPACES                   TO AUDLOG-KEY.
           MOVE TRPOSTFR OF CUSTTERPF-REC TO AUDLOG-KEY(1:10).
           MOVE "DELETE"                 TO AUDLOG-MODE.
           MOVE SPACES                   TO AUDLOG-BEF-DATA.
           MOVE TRPOSTTO OF CUSTTERPF-REC TO AUDLOG-BEF-DATA(1:10).
           MOVE TRTERR   OF CUSTTERPF-REC TO AUDLOG-BEF-DATA(12:10).
           MOVE TRREP    OF CUSTTERPF-REC TO AUDLOG-BEF-DATA(23:10).
           MOVE SPACES                   TO AUDLOG-AFT-DATA.
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  The range must run forwards and must not share a single
      *  postal code with any other range - the one it replaces
      *  (same starting code) aside. Two ranges overlap when each
      *  starts at or before the other ends.
      *================================================================

       2900-VALIDATE-RANGE.

           IF ENT-POSTTO OF SFLCTL1-O = SPACES
              MOVE ENT-POSTFR OF SFLCTL1-O TO ENT-POSTTO OF SFLCTL1-O
           END-IF.

           IF ENT-POSTTO OF SFLCTL1-O < ENT-POSTFR OF SFLCTL1-O
              MOVE B"1" TO IN90
           END-IF.

           MOVE "TERRITORY"             TO CODVAL-TABLE.
           MOVE ENT-TERR OF SFLCTL1-O   TO CODVAL-CODE.
           CALL "CODVALSVC" USING CODVAL-PARM.
           IF CODVAL-STAT NOT = "Y"
           OR ENT-REP OF SFLCTL1-O = SPACES
              MOVE B"1" TO IN91
           END-IF.

           SET NOT-EOF-CUSTTERPF TO TRUE.
           MOVE LOW-VALUES TO TRPOSTFR OF CUSTTERPF-REC.
           START CUSTTERPF KEY IS NOT LESS THAN TRPOSTFR
                 OF CUSTTERPF-REC
              INVALID KEY
                 SET EOF-CUSTTERPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTTERPF
              READ CUSTTERPF NEXT RECORD
                 AT END
                    SET EOF-CUSTTERPF TO TRUE
                 NOT AT END
                    IF TRPOSTFR OF CUSTTERPF-REC
                          > ENT-POSTTO OF SFLCTL1-O
                       SET EOF-CUSTTERPF TO TRUE
                    ELSE
                       IF TRPOSTFR OF CUSTTERPF-REC
                             NOT = ENT-POSTFR OF SFLCTL1-O
                       AND TRPOSTTO OF CUSTTERPF-REC
                             NOT < ENT-POSTFR OF SFLCTL1-O
                          MOVE B"1" TO IN90
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       3000-ADD-OR-REPLACE-RANGE.

           MOVE ENT-POSTFR OF SFLCTL1-O TO TRPOSTFR OF CUSTTERPF-REC.
           MOVE SPACES TO WS-OLD-RANGE.
           READ CUSTTERPF
              INVALID KEY
                 SET RANGE-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET RANGE-FOUND TO TRUE
                 MOVE TRPOSTTO OF CUSTTERPF-REC TO WS-OLD-POSTTO
                 MOVE TRTERR   OF CUSTTERPF-REC TO WS-OLD-TERR
                 MOVE TRREP    OF CUSTTERPF-REC TO WS-OLD-REP
           END-READ.

           MOVE ENT-POSTFR OF SFLCTL1-O TO TRPOSTFR OF CUSTTERPF-REC.
           MOVE ENT-POSTTO OF SFLCTL1-O TO TRPOSTTO OF CUSTTERPF-REC.
           MOVE ENT-TERR   OF SFLCTL1-O TO TRTERR   OF CUSTTERPF-REC.
           MOVE ENT-REP    OF SFLCTL1-O TO TRREP    OF CUSTTERPF-REC.
           MOVE ENT-REPNM  OF SFLCTL1-O TO TRREPNM  OF CUSTTERPF-REC.
           MOVE FUNCTION CURRENT-DATE   TO TRCHGTS  OF CUSTTERPF-REC.

           IF RANGE-FOUND
              REWRITE CUSTTERPF-REC
              ADD 1 TO USGLOG-CHGS
           ELSE
              WRITE CUSTTERPF-REC
              ADD 1 TO USGLOG-ADDS
           END-IF.

           PERFORM 3100-AUDIT-UPSERT.

           INITIALIZE SFLCTL1 OF SFLCTL1-O.

      *================================================================

       3100-AUDIT-UPSERT.

           MOVE "CUSTTERPF"              TO AUDLOG-FILE.
           MOVE SPACES                   TO AUDLOG-KEY.
           MOVE TRPOSTFR OF CUSTTERPF-REC TO AUDLOG-KEY(1:10).
           IF RANGE-FOUND
              MOVE "CHANGE" TO AUDLOG-MODE
           ELSE
              MOVE "ADD"    TO AUDLOG-MODE
           END-IF.
           MOVE SPACES                   TO AUDLOG-BEF-DATA.
           MOVE WS-OLD-POSTTO            TO AUDLOG-BEF-DATA(1:10).
           MOVE WS-OLD-TERR              TO AUDLOG-BEF-DATA(12:10).
           MOVE WS-OLD-REP               TO AUDLOG-BEF-DATA(23:10).
           MOVE SPACES                   TO AUDLOG-AFT-DATA.
           MOVE TRPOSTTO OF CUSTTERPF-REC TO AUDLOG-AFT-DATA(1:10).
           MOVE TRTERR   OF CUSTTERPF-REC TO AUDLOG-AFT-DATA(12:10).
           MOVE TRREP    OF CUSTTERPF-REC TO AUDLOG-AFT-DATA(23:10).
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "CUSTTERDSP"           TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "CUSTTERPF"            TO HLPWIN-DICTF.
           MOVE "TR"                   TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CUSTTERMNT" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O CUSTTERPF
                    CUSTTERDSP.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

           PERFORM 1100-LOAD-SFL.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE CUSTTERPF
                 CUSTTERDSP.
