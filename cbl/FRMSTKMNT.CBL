       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FRMSTKMNT.

      *================================================================
      *  Maintenance screen for the FRMSTK pre-printed forms stock -
      *  the stores side of what FRMSTKCBL draws down each night.
      *  Same shape as USRDEPTMNT: the entry line sets up a form
      *  ("S"), books a delivery in ("R") or corrects the count
      *  ("J"), a "4" against a listed row stops tracking the form,
      *  and every change goes through the shared AUDITLOG routine
      *  so a stock figure can always be traced back to who keyed
      *  it. The form type must be on the FORMTYPE code table.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRMSTK         ASSIGN  TO DATABASE-FRMSTK
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         FSFORMTYP.

           SELECT FRMSTKDSP      ASSIGN  TO WORKSTATION-FRMSTKDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
                  RELATIVE KEY   IS         WS-RELKEY
                  CONTROL-AREA   IS         WS-CONTROL-AREA.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  FRMSTK
           LABEL RECORDS ARE STANDARD.
       01  FRMSTK-REC.
           COPY DDS-ALL-FORMATS OF FRMSTK.

       FD  FRMSTKDSP
           LABEL RECORDS ARE STANDARD.
       01  FRMSTKDSP-REC      PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF FRMSTKDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF FRMSTKDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-FRMSTK-SW       PIC 1   VALUE B"0".
               88  NOT-EOF-FRMSTK          VALUE B"0".
               88  EOF-FRMSTK              VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".
           05  FORM-FOUND-SW       PIC 1   VALUE B"0".
               88  FORM-FOUND              VALUE B"1".
               88  FORM-NOT-FOUND          VALUE B"0".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF FRMSTKDSP.

       01  STOCK-WORK.
           05  WS-OLD-ONHAND       PIC S9(9) VALUE ZEROES.
           05  WS-DAYS-LEFT        PIC S9(9) VALUE ZEROES.
           05  WS-AUD-QTY          PIC -ZZZZZZZZ9.
           05  WS-AUD-REORD        PIC -ZZZZZZZZ9.
           05  WS-AUD-LEAD         PIC ZZ9.

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

           WRITE FRMSTKDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ FRMSTKDSP     INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
                 SET END-PROGRAM TO TRUE

              WHEN F1-HELP
                 PERFORM 8800-FIELD-HELP

              WHEN F0-ENTER
                 MOVE B"0" TO IN90
                 PERFORM 2000-PROCESS-OPTIONS
                 IF ENT-FORMTYP OF SFLCTL1-O NOT = SPACES
                    PERFORM 2900-VALIDATE-ENTRY
                    IF IN90 = B"0"
                       PERFORM 3000-APPLY-ENTRY
                    END-IF
                 END-IF
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE FRMSTKDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-FRMSTK TO TRUE.
           MOVE ZEROES TO WS-RELKEY.

           MOVE LOW-VALUES TO FSFORMTYP OF FRMSTK-REC.
           START FRMSTK KEY IS NOT LESS THAN FSFORMTYP OF FRMSTK-REC
              INVALID KEY
                 SET EOF-FRMSTK TO TRUE
           END-START.

           PERFORM UNTIL EOF-FRMSTK OR WS-RELKEY = 999
              READ FRMSTK NEXT RECORD
                 AT END
                    SET EOF-FRMSTK TO TRUE
                 NOT AT END
                    PERFORM 1200-MOVE-DATA
                    ADD 1 TO WS-RELKEY
                    WRITE SUBFILE FRMSTKDSP-REC FROM SFLREC1-O
                       FORMAT IS "SFLREC1"
                       INDICATORS ARE INDICATOR-AREA
                    MOVE B"1" TO IN80
              END-READ
           END-PERFORM.

      *================================================================

       1200-MOVE-DATA.

           INITIALIZE SFLREC1 OF SFLREC1-O.

           MOVE FSFORMTYP OF FRMSTK-REC TO SFL-FORMTYP OF SFLREC1-O.
           MOVE FSDESC    OF FRMSTK-REC TO SFL-DESC    OF SFLREC1-O.
           MOVE FSONHAND  OF FRMSTK-REC TO SFL-ONHAND  OF SFLREC1-O.
           MOVE FSREORD   OF FRMSTK-REC TO SFL-REORD   OF SFLREC1-O.
           MOVE FSLEAD    OF FRMSTK-REC TO SFL-LEAD    OF SFLREC1-O.
           MOVE FSAVGDAY  OF FRMSTK-REC TO SFL-AVGDAY  OF SFLREC1-O.

           IF FSAVGDAY OF FRMSTK-REC > ZEROES
              COMPUTE WS-DAYS-LEFT = FSONHAND OF FRMSTK-REC
                                   / FSAVGDAY OF FRMSTK-REC
              IF WS-DAYS-LEFT < ZEROES
                 MOVE ZEROES TO WS-DAYS-LEFT
              END-IF
              IF WS-DAYS-LEFT > 999
                 MOVE 999 TO WS-DAYS-LEFT
              END-IF
           ELSE
              MOVE 999 TO WS-DAYS-LEFT
           END-IF.
           MOVE WS-DAYS-LEFT TO SFL-DAYSLEFT OF SFLREC1-O.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE FRMSTKDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    IF SFL-OPT OF SFLREC1-O = "4"
                       PERFORM 2100-REMOVE-FORM
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2100-REMOVE-FORM.

           MOVE SFL-FORMTYP OF SFLREC1-O TO FSFORMTYP OF FRMSTK-REC.
           READ FRMSTK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 2200-AUDIT-REMOVE
                 DELETE FRMSTK
                 ADD 1 TO USGLOG-DLTS
           END-READ.

      *================================================================

       2200-AUDIT-REMOVE.

           MOVE FSONHAND OF FRMSTK-REC  TO WS-AUD-QTY.
           MOVE FSREORD  OF FRMSTK-REC  TO WS-AUD-REORD.
           MOVE FSLEAD   OF FRMSTK-REC  TO WS-AUD-LEAD.
           MOVE "FRMSTK"                TO AUDLOG-FILE.
           MOVE SPACES                  TO AUDLOG-KEY.
           MOVE FSFORMTYP OF FRMSTK-REC TO AUDLOG-KEY(1:10).
           MOVE "DELETE"                TO AUDLOG-MODE.
           MOVE SPACES                  TO AUDLOG-BEF-DATA.
           MOVE WS-AUD-QTY              TO AUDLOG-BEF-DATA(1:10).
           MOVE WS-AUD-REORD            TO AUDLOG-BEF-DATA(12:10).
           MOVE WS-AUD-LEAD             TO AUDLOG-BEF-DATA(23:3).
           MOVE FSDESC   OF FRMSTK-REC  TO AUDLOG-BEF-DATA(27:30).
           MOVE SPACES                  TO AUDLOG-AFT-DATA.
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  The form type must be on the shared FORMTYPE code table -
      *  the same list the purge rules validate against - and a
      *  receipt or adjustment needs the form to be set up first.
      *  The table's description is carried onto a new form when
      *  the operator left it blank.
      *================================================================

       2900-VALIDATE-ENTRY.

           MOVE "FORMTYPE"                TO CODVAL-TABLE.
           MOVE ENT-FORMTYP OF SFLCTL1-O  TO CODVAL-CODE.
           CALL "CODVALSVC" USING CODVAL-PARM.
           IF CODVAL-STAT NOT = "Y"
              MOVE B"1" TO IN90
           ELSE
              IF ENT-DESC OF SFLCTL1-O = SPACES
                 MOVE CODVAL-DESC TO ENT-DESC OF SFLCTL1-O
              END-IF
           END-IF.

           MOVE ENT-FORMTYP OF SFLCTL1-O TO FSFORMTYP OF FRMSTK-REC.
           MOVE ZEROES TO WS-OLD-ONHAND.
           READ FRMSTK
              INVALID KEY
                 SET FORM-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET FORM-FOUND TO TRUE
                 MOVE FSONHAND OF FRMSTK-REC TO WS-OLD-ONHAND
           END-READ.

           EVALUATE ENT-ACTION OF SFLCTL1-O
              WHEN "S"
                 CONTINUE
              WHEN "R"
                 IF FORM-NOT-FOUND
                 OR ENT-QTY OF SFLCTL1-O NOT > ZEROES
                    MOVE B"1" TO IN90
                 END-IF
              WHEN "J"
                 IF FORM-NOT-FOUND
                    MOVE B"1" TO IN90
                 END-IF
              WHEN OTHER
                 MOVE B"1" TO IN90
           END-EVALUATE.

      *================================================================

       3000-APPLY-ENTRY.

           EVALUATE ENT-ACTION OF SFLCTL1-O
              WHEN "S"
                 PERFORM 3100-SET-UP-FORM
              WHEN "R"
                 ADD ENT-QTY OF SFLCTL1-O TO FSONHAND OF FRMSTK-REC
                 MOVE FUNCTION CURRENT-DATE(1:8)
                    TO FSLSTRCV OF FRMSTK-REC
                 REWRITE FRMSTK-REC
                 ADD 1 TO USGLOG-CHGS
                 MOVE "RECEIPT" TO AUDLOG-MODE
                 PERFORM 3200-AUDIT-STOCK
              WHEN "J"
                 ADD ENT-QTY OF SFLCTL1-O TO FSONHAND OF FRMSTK-REC
                 REWRITE FRMSTK-REC
                 ADD 1 TO USGLOG-CHGS
                 MOVE "ADJUST"  TO AUDLOG-MODE
                 PERFORM 3200-AUDIT-STOCK
           END-EVALUATE.

           INITIALIZE SFLCTL1 OF SFLCTL1-O.

      *================================================================

       3100-SET-UP-FORM.

           IF FORM-NOT-FOUND
              INITIALIZE FRMSTK-REC
              MOVE ENT-FORMTYP OF SFLCTL1-O TO FSFORMTYP OF FRMSTK-REC
              MOVE ENT-QTY     OF SFLCTL1-O TO FSONHAND  OF FRMSTK-REC
           END-IF.
           MOVE ENT-DESC  OF SFLCTL1-O TO FSDESC  OF FRMSTK-REC.
           MOVE ENT-REORD OF SFLCTL1-O TO FSREORD OF FRMSTK-REC.
           MOVE ENT-LEAD  OF SFLCTL1-O TO FSLEAD  OF FRMSTK-REC.

           IF FORM-FOUND
              REWRITE FRMSTK-REC
              ADD 1 TO USGLOG-CHGS
              MOVE "CHANGE" TO AUDLOG-MODE
           ELSE
              WRITE FRMSTK-REC
              ADD 1 TO USGLOG-ADDS
              MOVE "ADD"    TO AUDLOG-MODE
           END-IF.

           PERFORM 3200-AUDIT-STOCK.

      *================================================================
      *  Before/after images carry the stock, reorder point, lead
      *  time and description, so a receipt shows as the on-hand
      *  moving and nothing else.
      *================================================================

       3200-AUDIT-STOCK.

           MOVE "FRMSTK"                TO AUDLOG-FILE.
           MOVE SPACES                  TO AUDLOG-KEY.
           MOVE FSFORMTYP OF FRMSTK-REC TO AUDLOG-KEY(1:10).
           MOVE SPACES                  TO AUDLOG-BEF-DATA.
           IF FORM-FOUND
              MOVE WS-OLD-ONHAND        TO WS-AUD-QTY
              MOVE WS-AUD-QTY           TO AUDLOG-BEF-DATA(1:10)
           END-IF.
           MOVE FSONHAND OF FRMSTK-REC  TO WS-AUD-QTY.
           MOVE FSREORD  OF FRMSTK-REC  TO WS-AUD-REORD.
           MOVE FSLEAD   OF FRMSTK-REC  TO WS-AUD-LEAD.
           MOVE SPACES                  TO AUDLOG-AFT-DATA.
           MOVE WS-AUD-QTY              TO AUDLOG-AFT-DATA(1:10).
           MOVE WS-AUD-REORD            TO AUDLOG-AFT-DATA(12:10).
           MOVE WS-AUD-LEAD             TO AUDLOG-AFT-DATA(23:3).
           MOVE FSDESC   OF FRMSTK-REC  TO AUDLOG-AFT-DATA(27:30).
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "FRMSTKDSP"            TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "FRMSTK"               TO HLPWIN-DICTF.
           MOVE "FS"                   TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "FRMSTKMNT"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O FRMSTK
                    FRMSTKDSP.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

           PERFORM 1100-LOAD-SFL.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE FRMSTK
                 FRMSTKDSP.
