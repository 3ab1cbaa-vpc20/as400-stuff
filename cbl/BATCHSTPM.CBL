      *  or replaces a row under its sequence number; a "4" against
      *  a listed step removes it. Disabling (ENT-ACT "N") is the
      *  normal way to park a step - removal is for steps that are
      *  genuinely gone. The lock wait minutes and skip/fail action
      *  govern a step whose BATCHLCK files are locked at its
      *  start. While a change freeze covers BATCHSTP the screen
      *  refuses updates unless they are emergency changes
      *  (FRZCHKSVC).
      *================================================================

       ENVIRONMENT DIVISION.
       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF BATCHSTPD.

       01  FRZCHK-PARM.
           05  FRZCHK-FILE                 PIC X(10).
           05  FRZCHK-KEY                  PIC X(20).
           05  FRZCHK-MODE                 PIC X(7).
           05  FRZCHK-PGM                  PIC X(10).
           05  FRZCHK-REASON               PIC X(40).
           05  FRZCHK-STAT                 PIC X(1).
           05  FRZCHK-FRZID                PIC 9(6).

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
              WHEN F3-EXIT
                 SET END-PROGRAM TO TRUE

              WHEN F1-HELP
                 PERFORM 8800-FIELD-HELP

              WHEN F0-ENTER
                 MOVE B"0" TO IN90 IN95
                 PERFORM 2000-PROCESS-OPTIONS
                 IF ENT-SEQ OF SFLCTL1-O NOT = ZEROES
                    PERFORM 3000-ADD-OR-REPLACE-STEP

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE BATCHSTPD-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE STPTHRMIN OF BATCHSTP-REC TO SFL-THRMIN OF SFLREC1-O.
           MOVE STPPARM   OF BATCHSTP-REC TO SFL-PARM   OF SFLREC1-O.
           MOVE STPGROUP  OF BATCHSTP-REC TO SFL-GROUP  OF SFLREC1-O.
           MOVE STPSCOPE  OF BATCHSTP-REC TO SFL-SCOPE  OF SFLREC1-O.
           MOVE STPLCKWT  OF BATCHSTP-REC TO SFL-LCKWT  OF SFLREC1-O.
           MOVE STPLCKACT OF BATCHSTP-REC TO SFL-LCKACT OF SFLREC1-O.

      *================================================================

              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SFL-SEQ OF SFLREC1-O TO FRZCHK-KEY
                 MOVE "DELETE"             TO FRZCHK-MODE
                 PERFORM 2800-CHECK-FREEZE
                 IF FRZCHK-STAT NOT = "N"
                    DELETE BATCHSTP
                    ADD 1 TO USGLOG-DLTS
                 END-IF
           END-READ.

      *================================================================
      *  While a change freeze covers BATCHSTP an update needs an
      *  emergency reason on the entry line and the FRZEMERG
      *  function (FRZCHKSVC logs the attempt either way); a
      *  refused entry stays on the screen for the reason.
      *================================================================

       2800-CHECK-FREEZE.

           MOVE "BATCHSTP"              TO FRZCHK-FILE.
           MOVE "BATCHSTPM"             TO FRZCHK-PGM.
           MOVE ENT-FRZRSN OF SFLCTL1-O TO FRZCHK-REASON.
           CALL "FRZCHKSVC" USING FRZCHK-PARM.
           IF FRZCHK-STAT = "N"
              MOVE B"1" TO IN95
           END-IF.

      *================================================================

       3000-ADD-OR-REPLACE-STEP.

      *          Scope is blank (this partition) or "C" (company-wide)
      *          - NITEBATCH reads anything else as blank, so it is
      *          refused with IN90 and the entry line left as keyed.
           IF ENT-SCOPE OF SFLCTL1-O NOT = SPACES
           AND ENT-SCOPE OF SFLCTL1-O NOT = "C"
              MOVE B"1" TO IN90
           ELSE
              PERFORM 3100-STORE-STEP
           END-IF.

      *================================================================

       3100-STORE-STEP.

           MOVE ENT-SEQ OF SFLCTL1-O TO STPSEQ OF BATCHSTP-REC.
           READ BATCHSTP
              INVALID KEY
           MOVE ENT-THRMIN OF SFLCTL1-O TO STPTHRMIN OF BATCHSTP-REC.
           MOVE ENT-PARM   OF SFLCTL1-O TO STPPARM   OF BATCHSTP-REC.
           MOVE ENT-GROUP  OF SFLCTL1-O TO STPGROUP  OF BATCHSTP-REC.
           MOVE ENT-SCOPE  OF SFLCTL1-O TO STPSCOPE  OF BATCHSTP-REC.
           MOVE ENT-LCKWT  OF SFLCTL1-O TO STPLCKWT  OF BATCHSTP-REC.
           IF STPACT OF BATCHSTP-REC = SPACES
              MOVE "Y" TO STPACT OF BATCHSTP-REC
           END-IF.
      *          Anything but "F" is stored as the skip it is read as.
           IF ENT-LCKACT OF SFLCTL1-O = "F"
              MOVE "F" TO STPLCKACT OF BATCHSTP-REC
           ELSE
              MOVE "S" TO STPLCKACT OF BATCHSTP-REC
           END-IF.

           MOVE ENT-SEQ OF SFLCTL1-O TO FRZCHK-KEY.
           IF STEP-FOUND
              MOVE "CHANGE" TO FRZCHK-MODE
           ELSE
              MOVE "ADD"    TO FRZCHK-MODE
           END-IF.
           PERFORM 2800-CHECK-FREEZE.

           IF FRZCHK-STAT NOT = "N"
              IF STEP-FOUND
                 REWRITE BATCHSTP-REC
                 ADD 1 TO USGLOG-CHGS
              ELSE
                 WRITE BATCHSTP-REC
                 ADD 1 TO USGLOG-ADDS
              END-IF
              INITIALIZE SFLCTL1 OF SFLCTL1-O
           END-IF.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "BATCHSTPD"            TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "BATCHSTP"             TO HLPWIN-DICTF.
           MOVE "STP"                  TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "BATCHSTPM"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O BATCHSTP
                    BATCHSTPD.


       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE BATCHSTP
                 BATCHSTPD.
