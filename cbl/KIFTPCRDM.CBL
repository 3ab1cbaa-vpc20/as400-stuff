      *  keyed twice; a mismatch re-prompts rather than storing a
      *  typo nobody can read back. The program (and the file's
      *  library) carry the adopted authority - operators never get
      *  direct rights to KIFTPCRD itself. Whoever keys a row
      *  becomes its administrator (CRDADMIN).
      *  A new password is a rotation: it is stamped on the row
      *  (CRDCHGTS, which the KIFTPROTC expiry check ages) and its
      *  check value goes onto the KIFTPCRH history. A password the
      *  profile has used within its last DSTPWHIST rotations is
      *  refused (IN94). Re-keying the current password only
      *  updates the host and user - it is not a rotation. A
      *  rotation also sets the profile's KIFTPROT status row back
      *  to current, so the morning console clears the same day.
      *================================================================

       ENVIRONMENT DIVISION.
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CRDPROF.

           SELECT KIFTPCRH       ASSIGN  TO DATABASE-KIFTPCRH
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CRHKEY.

           SELECT KIFTPDST       ASSIGN  TO DATABASE-KIFTPDST
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         DSTPROF.

           SELECT KIFTPROT       ASSIGN  TO DATABASE-KIFTPROT
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         RTPROF.

           SELECT KIFTPCRDD      ASSIGN  TO WORKSTATION-KIFTPCRDD-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
       01  KIFTPCRD-REC.
           COPY DDS-ALL-FORMATS OF KIFTPCRD.

       FD  KIFTPCRH
           LABEL RECORDS ARE STANDARD.
       01  KIFTPCRH-REC.
           COPY DDS-ALL-FORMATS OF KIFTPCRH.

       FD  KIFTPDST
           LABEL RECORDS ARE STANDARD.
       01  KIFTPDST-REC.
           COPY DDS-ALL-FORMATS OF KIFTPDST.

       FD  KIFTPROT
           LABEL RECORDS ARE STANDARD.
       01  KIFTPROT-REC.
           COPY DDS-ALL-FORMATS OF KIFTPROT.

       FD  KIFTPCRDD
           LABEL RECORDS ARE STANDARD.
       01  KIFTPCRDD-REC     PIC X(1920).
       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
               88  F12-CANCEL            VALUE "12".

           05  CRED-FOUND-SW       PIC 1   VALUE B"0".
               88  CRED-FOUND              VALUE B"1".
               88  CRED-NOT-FOUND          VALUE B"0".
           05  EOF-KIFTPCRH-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-KIFTPCRH        VALUE B"0".
               88  EOF-KIFTPCRH            VALUE B"1".
           05  PASS-REUSED-SW      PIC 1   VALUE B"0".
               88  PASS-REUSED             VALUE B"1".
               88  PASS-NOT-REUSED         VALUE B"0".
           05  PASS-ROTATED-SW     PIC 1   VALUE B"0".
               88  PASS-ROTATED            VALUE B"1".
               88  PASS-NOT-ROTATED        VALUE B"0".

      *          Reuse check - how many of the profile's most recent
      *          history rows a new password is compared against,
      *          how many rows the profile has, and the new
      *          password's check value.
       01  HISTORY-WORK.
           05  WS-HIST-LIMIT       PIC 9(3)  VALUE ZEROES.
           05  WS-HIST-ROWS        PIC 9(5)  VALUE ZEROES.
           05  WS-HIST-SEQ         PIC 9(5)  VALUE ZEROES.
           05  WS-NEW-CHK          PIC 9(8)  VALUE ZEROES.
           05  WS-NOW-TS           PIC X(21) VALUE SPACES.
           05  WS-MAX-DAYS         PIC 9(3)  VALUE ZEROES.
           05  WS-TODAY            PIC 9(8)  VALUE ZEROES.

       01  AUDCHK-PARM.
           05  ACHK-PREV                   PIC 9(8).
           05  ACHK-DATA                   PIC X(200).
           05  ACHK-RESULT                 PIC 9(8).

       01  AUTHCHK-PARM.
           05  AUTH-FUNC                   PIC X(10).
           05  AUTH-STAT                   PIC X(1).
           05  AUTH-USER                   PIC X(10).

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
              READ KIFTPCRDD   INTO REC1-I
                 FORMAT IS "REC1"   INDICATORS ARE INDIC-AREA

              MOVE B'0' TO IN91 IN92 IN93 IN94

              IF F0-ENTER
                 PERFORM 2000-SAVE-CREDENTIALS
              ELSE
                 IF F1-HELP
                    PERFORM 8800-FIELD-HELP
                 END-IF
                 IF F3-EXIT OR F12-CANCEL
                    SET END-PROGRAM TO TRUE
                 END-IF
              OR CRD-PASS1 OF REC1-I = SPACES
                 MOVE B'1' TO IN92
              ELSE
                 PERFORM 2050-CHECK-ROTATION
                 IF PASS-REUSED
                    MOVE B'1' TO IN94
                    MOVE SPACES TO CRD-PASS1 OF REC1-I
                                   CRD-PASS2 OF REC1-I
                 ELSE
                    PERFORM 2100-WRITE-STORE-ROW
                    MOVE B'1' TO IN93
                 END-IF
              END-IF
           END-IF.

      *================================================================
      *  A keyed password that differs from the one on file (or
      *  for a new profile) is a rotation. Its check value is compared
      *  against the profile's last DSTPWHIST history rows: the
      *  rows are in change-time order, so the first pass counts
      *  them and the second compares only the newest.
      *================================================================

       2050-CHECK-ROTATION.

           SET PASS-NOT-REUSED TO TRUE.
           SET PASS-ROTATED    TO TRUE.

           MOVE CRD-PROF OF REC1-I TO CRDPROF OF KIFTPCRD-REC.
           READ KIFTPCRD
                 SET CRED-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET CRED-FOUND TO TRUE
                 IF CRDPASS OF KIFTPCRD-REC = CRD-PASS1 OF REC1-I
                    SET PASS-NOT-ROTATED TO TRUE
                 END-IF
           END-READ.

           IF PASS-ROTATED
              MOVE 5      TO WS-HIST-LIMIT
              MOVE ZEROES TO WS-MAX-DAYS
              MOVE CRD-PROF OF REC1-I TO DSTPROF OF KIFTPDST-REC
              READ KIFTPDST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DSTPWMAXD OF KIFTPDST-REC TO WS-MAX-DAYS
                    IF DSTPWHIST OF KIFTPDST-REC > ZEROES
                       MOVE DSTPWHIST OF KIFTPDST-REC
                          TO WS-HIST-LIMIT
                    END-IF
              END-READ

              MOVE ZEROES              TO ACHK-PREV
              MOVE SPACES              TO ACHK-DATA
              MOVE CRD-PROF  OF REC1-I TO ACHK-DATA(1:10)
              MOVE CRD-PASS1 OF REC1-I TO ACHK-DATA(11:20)
              CALL "AUDCHKSVC" USING AUDCHK-PARM
              MOVE ACHK-RESULT TO WS-NEW-CHK

              MOVE ZEROES TO WS-HIST-ROWS
              PERFORM 2060-READ-HISTORY
              MOVE WS-HIST-ROWS TO WS-HIST-SEQ
              MOVE ZEROES TO WS-HIST-ROWS
              PERFORM 2060-READ-HISTORY
           END-IF.

      *================================================================

       2060-READ-HISTORY.

      *          WS-HIST-SEQ is zero on the counting pass, so no
      *          row is compared; on the second pass it holds the
      *          row count and only rows past count - limit are.

           SET NOT-EOF-KIFTPCRH TO TRUE.
           MOVE CRD-PROF OF REC1-I TO CRHPROF  OF KIFTPCRH-REC.
           MOVE LOW-VALUES         TO CRHCHGTS OF KIFTPCRH-REC.
           START KIFTPCRH KEY IS NOT LESS THAN CRHKEY OF KIFTPCRH-REC
              INVALID KEY
                 SET EOF-KIFTPCRH TO TRUE
           END-START.

           PERFORM UNTIL EOF-KIFTPCRH
              READ KIFTPCRH NEXT RECORD
                 AT END
                    SET EOF-KIFTPCRH TO TRUE
                 NOT AT END
                    IF CRHPROF OF KIFTPCRH-REC NOT = CRD-PROF OF REC1-I
                       SET EOF-KIFTPCRH TO TRUE
                    ELSE
                       ADD 1 TO WS-HIST-ROWS
                       IF WS-HIST-SEQ > ZEROES
                       AND WS-HIST-ROWS + WS-HIST-LIMIT > WS-HIST-SEQ
                       AND CRHCHK OF KIFTPCRH-REC = WS-NEW-CHK
                          SET PASS-REUSED TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2100-WRITE-STORE-ROW.

      *          KIFTPCRD was read by 2050-CHECK-ROTATION - a new
      *          profile starts from a clean row.

           IF CRED-NOT-FOUND
              INITIALIZE KIFTPCRD-REC
           END-IF.

           MOVE CRD-PROF  OF REC1-I TO CRDPROF OF KIFTPCRD-REC.
           MOVE CRD-HOST  OF REC1-I TO CRDHOST OF KIFTPCRD-REC.
           MOVE CRD-USER  OF REC1-I TO CRDUSER OF KIFTPCRD-REC.
           MOVE CRD-PASS1 OF REC1-I TO CRDPASS OF KIFTPCRD-REC.
           MOVE AUTH-USER           TO CRDADMIN OF KIFTPCRD-REC.

           IF PASS-ROTATED
              MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
              MOVE WS-NOW-TS TO CRDCHGTS OF KIFTPCRD-REC
              INITIALIZE KIFTPCRH-REC
              MOVE CRD-PROF OF REC1-I TO CRHPROF  OF KIFTPCRH-REC
              MOVE WS-NOW-TS          TO CRHCHGTS OF KIFTPCRH-REC
              MOVE WS-NEW-CHK         TO CRHCHK   OF KIFTPCRH-REC
              MOVE AUTH-USER          TO CRHUSER  OF KIFTPCRH-REC
              WRITE KIFTPCRH-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
              PERFORM 2200-RESET-ROTATION-STATUS
           END-IF.

           IF CRED-FOUND
              REWRITE KIFTPCRD-REC
              ADD 1 TO USGLOG-CHGS
           ELSE
              WRITE KIFTPCRD-REC
              ADD 1 TO USGLOG-ADDS
           END-IF.

           MOVE SPACES TO CRD-PASS1 OF REC1-I
                          CRD-PASS2 OF REC1-I.

      *================================================================
      *  Only a row the nightly check already wrote is touched - a
      *  profile with no policy has none, and the next KIFTPROTC
      *  run rebuilds the file from the policies either way.
      *================================================================

       2200-RESET-ROTATION-STATUS.

           MOVE CRD-PROF OF REC1-I TO RTPROF OF KIFTPROT-REC.
           READ KIFTPROT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-NOW-TS(1:8) TO WS-TODAY
                 MOVE "C"         TO RTSTAT  OF KIFTPROT-REC
                 MOVE WS-TODAY    TO RTCHGDT OF KIFTPROT-REC
                 COMPUTE RTEXPDT OF KIFTPROT-REC =
                     FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(WS-TODAY)
                         + WS-MAX-DAYS)
                 MOVE WS-MAX-DAYS TO RTDAYS  OF KIFTPROT-REC
                 MOVE AUTH-USER   TO RTADMIN OF KIFTPROT-REC
                 MOVE WS-NOW-TS   TO RTCHKTS OF KIFTPROT-REC
                 REWRITE KIFTPROT-REC
           END-READ.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "KIFTPCRDD"            TO HLPWIN-DSPF.
           MOVE "REC1"                 TO HLPWIN-CTLFMT.
           MOVE SPACES                 TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF REC1-I      TO HLPWIN-ROW.
           MOVE CSR-COL OF REC1-I      TO HLPWIN-COL.
           MOVE "KIFTPCRD"             TO HLPWIN-DICTF.
           MOVE "CRD"                  TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-HOUSEKEEPING.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "KIFTPCRDM"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O KIFTPCRD
                    KIFTPCRH
                    KIFTPROT
                    KIFTPCRDD.
           OPEN INPUT KIFTPDST.

           INITIALIZE REC1-I
                      REC1-O.

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE KIFTPCRD
                 KIFTPCRH
                 KIFTPDST
                 KIFTPROT
                 KIFTPCRDD.
