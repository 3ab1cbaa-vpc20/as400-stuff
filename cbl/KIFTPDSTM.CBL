      *  profile already on display. Then the header entry fields
      *  add or replace the profile itself, ENT-FILE appends a
      *  member file to its put list, and a "4" against a listed
      *  file removes it. While a change freeze covers KIFTPDST
      *  (the profiles and their file lists alike) that update
      *  Enter is refused unless it is an emergency change
      *  (FRZCHKSVC).
      *================================================================

       ENVIRONMENT DIVISION.
       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.


       01  WS-LOADED-PROF                PIC X(10) VALUE SPACES.

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
                 MOVE B"0" TO IN95
                 IF PRF-PROF OF SFLCTL1-O NOT = SPACES
                    IF PRF-PROF OF SFLCTL1-O NOT = WS-LOADED-PROF
                       MOVE PRF-PROF OF SFLCTL1-O TO WS-LOADED-PROF
                       PERFORM 1100-LOAD-SFL
                    ELSE
                       MOVE PRF-PROF OF SFLCTL1-O TO FRZCHK-KEY
                       MOVE "CHANGE"              TO FRZCHK-MODE
                       PERFORM 2800-CHECK-FREEZE
                       IF FRZCHK-STAT NOT = "N"
                          PERFORM 2000-PROCESS-OPTIONS
                          PERFORM 3000-SAVE-PROFILE-HEADER
                          IF ENT-FILE OF SFLCTL1-O NOT = SPACES
                             PERFORM 4000-ADD-PROFILE-FILE
                          END-IF
                          PERFORM 1100-LOAD-SFL
                          MOVE SPACES TO ENT-FRZRSN OF SFLCTL1-O
                       END-IF
                    END-IF
                 END-IF


       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE KIFTPDSTD-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
                 MOVE ZEROES TO PRF-WINOPN OF SFLCTL1-O
                                PRF-WINCLS OF SFLCTL1-O
                                PRF-SLAHRS OF SFLCTL1-O
                                PRF-PWMAXD OF SFLCTL1-O
                                PRF-PWWRND OF SFLCTL1-O
                                PRF-PWHIST OF SFLCTL1-O
              NOT INVALID KEY
                 MOVE DSTHOST   OF KIFTPDST-REC
                    TO PRF-HOST   OF SFLCTL1-O
                    TO PRF-SECURE OF SFLCTL1-O
                 MOVE DSTINCR   OF KIFTPDST-REC
                    TO PRF-INCR   OF SFLCTL1-O
                 MOVE DSTPWMAXD OF KIFTPDST-REC
                    TO PRF-PWMAXD OF SFLCTL1-O
                 MOVE DSTPWWRND OF KIFTPDST-REC
                    TO PRF-PWWRND OF SFLCTL1-O
                 MOVE DSTPWHIST OF KIFTPDST-REC
                    TO PRF-PWHIST OF SFLCTL1-O
           END-READ.

      *================================================================
                 CONTINUE
              NOT INVALID KEY
                 DELETE KIFTPDSF
                 ADD 1 TO USGLOG-DLTS
           END-READ.

      *================================================================
      *  While a change freeze covers KIFTPDST an update needs an
      *  emergency reason on the entry line and the FRZEMERG
      *  function (FRZCHKSVC logs the attempt either way); a
      *  refused entry stays on the screen for the reason.
      *  One check covers the whole Enter - header, file-list
      *  removals and the added file are one change.
      *================================================================

       2800-CHECK-FREEZE.

           MOVE "KIFTPDST"              TO FRZCHK-FILE.
           MOVE "KIFTPDSTM"             TO FRZCHK-PGM.
           MOVE ENT-FRZRSN OF SFLCTL1-O TO FRZCHK-REASON.
           CALL "FRZCHKSVC" USING FRZCHK-PARM.
           IF FRZCHK-STAT = "N"
              MOVE B"1" TO IN95
           END-IF.

      *================================================================
      *  A blank active flag on a new profile defaults to "Y" - a
      *  profile being keyed in is a profile somebody wants used;
      *  blank secure/incremental flags default to "N", the plain
      *  full-send partner. A rotation warning period longer than
      *  the maximum password age would warn from the day of the
      *  rotation, so it is held to the maximum age. The record
      *  area is rebuilt from the screen in full each save (after
      *  an INITIALIZE, so a new profile never inherits whatever
      *  partner was read last).
      *================================================================

       3000-SAVE-PROFILE-HEADER.
           MOVE PRF-SLAHRS OF SFLCTL1-O TO DSTSLAHRS OF KIFTPDST-REC.
           MOVE PRF-SECURE OF SFLCTL1-O TO DSTSECURE OF KIFTPDST-REC.
           MOVE PRF-INCR   OF SFLCTL1-O TO DSTINCR   OF KIFTPDST-REC.
           MOVE PRF-PWMAXD OF SFLCTL1-O TO DSTPWMAXD OF KIFTPDST-REC.
           MOVE PRF-PWWRND OF SFLCTL1-O TO DSTPWWRND OF KIFTPDST-REC.
           MOVE PRF-PWHIST OF SFLCTL1-O TO DSTPWHIST OF KIFTPDST-REC.
           IF DSTACT OF KIFTPDST-REC = SPACES
              MOVE "Y" TO DSTACT OF KIFTPDST-REC
           END-IF.
           IF DSTINCR OF KIFTPDST-REC = SPACES
              MOVE "N" TO DSTINCR OF KIFTPDST-REC
           END-IF.
           IF DSTPWWRND OF KIFTPDST-REC > DSTPWMAXD OF KIFTPDST-REC
              MOVE DSTPWMAXD OF KIFTPDST-REC
                 TO DSTPWWRND OF KIFTPDST-REC
           END-IF.

           IF PROF-FOUND
              REWRITE KIFTPDST-REC
              ADD 1 TO USGLOG-CHGS
           ELSE
              WRITE KIFTPDST-REC
              ADD 1 TO USGLOG-ADDS
           END-IF.

      *================================================================
           COMPUTE DSFSEQ OF KIFTPDSF-REC = WS-HIGH-SEQ + 1.
           MOVE ENT-FILE OF SFLCTL1-O TO DSFFILE OF KIFTPDSF-REC.
           WRITE KIFTPDSF-REC.
           ADD 1 TO USGLOG-ADDS.

           MOVE SPACES TO ENT-FILE OF SFLCTL1-O.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "KIFTPDSTD"            TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "KIFTPDST"             TO HLPWIN-DICTF.
           MOVE "DST"                  TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "KIFTPDSTM"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O KIFTPDST
                    KIFTPDSF
                    KIFTPDSTD.

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE KIFTPDST
                 KIFTPDSF
                 KIFTPDSTD.
