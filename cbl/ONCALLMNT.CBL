       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ONCALLMNT.

      *================================================================
      *  Maintenance screen for the ONCALLPF on-call roster - who is
      *  paged for a critical alert (primary, secondary, manager)
      *  in each time band, for business days, weekends/holidays
      *  (per SHOPCAL) or either, over a date range. The entry line
      *  adds or replaces a row (keyed from date, day type and band
      *  start); a "2" against a listed row brings it up on the
      *  entry line to be changed, a "4" removes it. A band runs
      *  from its start time up to its end time, 2400 being end of
      *  day, so a night shift is keyed as two rows either side of
      *  midnight.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ONCALLPF       ASSIGN  TO DATABASE-ONCALLPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         OCKEY.

           SELECT ONCALLDSP      ASSIGN  TO WORKSTATION-ONCALLDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
                  RELATIVE KEY   IS         WS-RELKEY
                  CONTROL-AREA   IS         WS-CONTROL-AREA.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  ONCALLPF
           LABEL RECORDS ARE STANDARD.
       01  ONCALLPF-REC.
           COPY DDS-ALL-FORMATS OF ONCALLPF.

       FD  ONCALLDSP
           LABEL RECORDS ARE STANDARD.
       01  ONCALLDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF ONCALLDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF ONCALLDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-ONCALLPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-ONCALLPF        VALUE B"0".
               88  EOF-ONCALLPF            VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".
           05  ROW-FOUND-SW        PIC 1   VALUE B"0".
               88  ROW-FOUND               VALUE B"1".
               88  ROW-NOT-FOUND           VALUE B"0".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF ONCALLDSP.

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

           WRITE ONCALLDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ ONCALLDSP     INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
                 SET END-PROGRAM TO TRUE

              WHEN F1-HELP
                 PERFORM 8800-FIELD-HELP

              WHEN F0-ENTER
                 MOVE B"0" TO IN90 IN91
                 IF ENT-FROMDT OF SFLCTL1-O NOT = ZEROES
                    PERFORM 2900-VALIDATE-ENTRY
                    IF IN90 = B"0" AND IN91 = B"0"
                       PERFORM 3000-ADD-OR-REPLACE-ROW
                    END-IF
                 END-IF
                 PERFORM 2000-PROCESS-OPTIONS
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE ONCALLDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-ONCALLPF TO TRUE.
           MOVE ZEROES TO WS-RELKEY.

           MOVE LOW-VALUES TO OCKEY OF ONCALLPF-REC.
           START ONCALLPF KEY IS NOT LESS THAN OCKEY OF ONCALLPF-REC
              INVALID KEY
                 SET EOF-ONCALLPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-ONCALLPF OR WS-RELKEY = 999
              READ ONCALLPF NEXT RECORD
                 AT END
                    SET EOF-ONCALLPF TO TRUE
                 NOT AT END
                    INITIALIZE SFLREC1 OF SFLREC1-O
                    MOVE OCFROMDT OF ONCALLPF-REC
                       TO SFL-FROMDT OF SFLREC1-O
                    MOVE OCTODT   OF ONCALLPF-REC
                       TO SFL-TODT   OF SFLREC1-O
                    MOVE OCDAYTYP OF ONCALLPF-REC
                       TO SFL-DAYTYP OF SFLREC1-O
                    MOVE OCSTRTM  OF ONCALLPF-REC
                       TO SFL-STRTM  OF SFLREC1-O
                    MOVE OCENDTM  OF ONCALLPF-REC
                       TO SFL-ENDTM  OF SFLREC1-O
                    MOVE OCPRIM   OF ONCALLPF-REC
                       TO SFL-PRIM   OF SFLREC1-O
                    MOVE OCSEC    OF ONCALLPF-REC
                       TO SFL-SEC    OF SFLREC1-O
                    MOVE OCMGR    OF ONCALLPF-REC
                       TO SFL-MGR    OF SFLREC1-O
                    MOVE OCESCMIN OF ONCALLPF-REC
                       TO SFL-ESCMIN OF SFLREC1-O
                    ADD 1 TO WS-RELKEY
                    WRITE SUBFILE ONCALLDSP-REC FROM SFLREC1-O
                       FORMAT IS "SFLREC1"
                       INDICATORS ARE INDICATOR-AREA
                    MOVE B"1" TO IN80
              END-READ
           END-PERFORM.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE ONCALLDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    EVALUATE SFL-OPT OF SFLREC1-O
                       WHEN "2"
                          PERFORM 2200-SELECT-ROW
                       WHEN "4"
                          PERFORM 2100-REMOVE-ROW
                    END-EVALUATE
              END-READ
           END-PERFORM.

      *================================================================

       2100-REMOVE-ROW.

           MOVE SFL-FROMDT OF SFLREC1-O TO OCFROMDT OF ONCALLPF-REC.
           MOVE SFL-DAYTYP OF SFLREC1-O TO OCDAYTYP OF ONCALLPF-REC.
           MOVE SFL-STRTM  OF SFLREC1-O TO OCSTRTM  OF ONCALLPF-REC.
           READ ONCALLPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE ONCALLPF
                 ADD 1 TO USGLOG-DLTS
           END-READ.

      *================================================================

       2200-SELECT-ROW.

           MOVE SFL-FROMDT OF SFLREC1-O TO ENT-FROMDT OF SFLCTL1-O.
           MOVE SFL-TODT   OF SFLREC1-O TO ENT-TODT   OF SFLCTL1-O.
           MOVE SFL-DAYTYP OF SFLREC1-O TO ENT-DAYTYP OF SFLCTL1-O.
           MOVE SFL-STRTM  OF SFLREC1-O TO ENT-STRTM  OF SFLCTL1-O.
           MOVE SFL-ENDTM  OF SFLREC1-O TO ENT-ENDTM  OF SFLCTL1-O.
           MOVE SFL-PRIM   OF SFLREC1-O TO ENT-PRIM   OF SFLCTL1-O.
           MOVE SFL-SEC    OF SFLREC1-O TO ENT-SEC    OF SFLCTL1-O.
           MOVE SFL-MGR    OF SFLREC1-O TO ENT-MGR    OF SFLCTL1-O.
           MOVE SFL-ESCMIN OF SFLREC1-O TO ENT-ESCMIN OF SFLCTL1-O.

      *================================================================
      *  A blank day type defaults to "*" (every day); the band must
      *  start before it ends and end no later than 2400.
      *================================================================

       2900-VALIDATE-ENTRY.

           IF ENT-DAYTYP OF SFLCTL1-O = SPACES
              MOVE "*" TO ENT-DAYTYP OF SFLCTL1-O
           END-IF.

           IF ENT-PRIM OF SFLCTL1-O = SPACES
              MOVE B"1" TO IN91
           END-IF.

           IF ENT-FROMDT OF SFLCTL1-O NOT NUMERIC
           OR ENT-TODT   OF SFLCTL1-O NOT NUMERIC
           OR ENT-STRTM  OF SFLCTL1-O NOT NUMERIC
           OR ENT-ENDTM  OF SFLCTL1-O NOT NUMERIC
           OR ENT-ESCMIN OF SFLCTL1-O NOT NUMERIC
              MOVE B"1" TO IN90
           ELSE
              IF (ENT-TODT OF SFLCTL1-O NOT = ZEROES
                  AND ENT-TODT OF SFLCTL1-O
                      < ENT-FROMDT OF SFLCTL1-O)
              OR ENT-STRTM OF SFLCTL1-O NOT < ENT-ENDTM OF SFLCTL1-O
              OR ENT-ENDTM OF SFLCTL1-O > 2400
              OR ENT-STRTM OF SFLCTL1-O(3:2) > "59"
              OR ENT-ENDTM OF SFLCTL1-O(3:2) > "59"
                 MOVE B"1" TO IN90
              END-IF
           END-IF.

           IF ENT-DAYTYP OF SFLCTL1-O NOT = "B" AND NOT = "N"
                                      AND NOT = "*"
              MOVE B"1" TO IN90
           END-IF.

      *================================================================

       3000-ADD-OR-REPLACE-ROW.

           MOVE ENT-FROMDT OF SFLCTL1-O TO OCFROMDT OF ONCALLPF-REC.
           MOVE ENT-DAYTYP OF SFLCTL1-O TO OCDAYTYP OF ONCALLPF-REC.
           MOVE ENT-STRTM  OF SFLCTL1-O TO OCSTRTM  OF ONCALLPF-REC.
           READ ONCALLPF
              INVALID KEY
                 SET ROW-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET ROW-FOUND TO TRUE
           END-READ.

           MOVE ENT-FROMDT OF SFLCTL1-O TO OCFROMDT OF ONCALLPF-REC.
           MOVE ENT-DAYTYP OF SFLCTL1-O TO OCDAYTYP OF ONCALLPF-REC.
           MOVE ENT-STRTM  OF SFLCTL1-O TO OCSTRTM  OF ONCALLPF-REC.
           MOVE ENT-TODT   OF SFLCTL1-O TO OCTODT   OF ONCALLPF-REC.
           MOVE ENT-ENDTM  OF SFLCTL1-O TO OCENDTM  OF ONCALLPF-REC.
           MOVE ENT-PRIM   OF SFLCTL1-O TO OCPRIM   OF ONCALLPF-REC.
           MOVE ENT-SEC    OF SFLCTL1-O TO OCSEC    OF ONCALLPF-REC.
           MOVE ENT-MGR    OF SFLCTL1-O TO OCMGR    OF ONCALLPF-REC.
           MOVE ENT-ESCMIN OF SFLCTL1-O TO OCESCMIN OF ONCALLPF-REC.

           IF ROW-FOUND
              REWRITE ONCALLPF-REC
              ADD 1 TO USGLOG-CHGS
           ELSE
              WRITE ONCALLPF-REC
              ADD 1 TO USGLOG-ADDS
           END-IF.

           INITIALIZE SFLCTL1 OF SFLCTL1-O.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "ONCALLDSP"            TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "ONCALLPF"             TO HLPWIN-DICTF.
           MOVE "OC"                   TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "ONCALLMNT"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O ONCALLPF
                    ONCALLDSP.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

           PERFORM 1100-LOAD-SFL.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE ONCALLPF
                 ONCALLDSP.
