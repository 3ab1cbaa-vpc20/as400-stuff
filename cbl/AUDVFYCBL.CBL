      *  Entries from before the chain existed carry AUDSEQ zero;
      *  the walk skips them (counted) and starts verifying at the
      *  first chained entry.
      *
      *  An entry whose images the CUSTERSCBL erasure batch
      *  anonymized no longer matches its own check value by
      *  design. It is accepted - and counted as erased, not as a
      *  break - only when AUDERASE lists its AUDSEQ, its AUDCHK is
      *  still the one recorded there and the recomputed value is
      *  the recorded post-erasure value; any further edit to it
      *  still breaks the chain.
      *================================================================

       ENVIRONMENT DIVISION.
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CHNKEY.

           SELECT AUDERASE       ASSIGN  TO DATABASE-AUDERASE
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ERAAUDSEQ.

           SELECT AUDVFYLST      ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

       01  AUDCHNCTL-REC.
           COPY DDS-ALL-FORMATS OF AUDCHNCTL.

       FD  AUDERASE
           LABEL RECORDS ARE STANDARD.
       01  AUDERASE-REC.
           COPY DDS-ALL-FORMATS OF AUDERASE.

       FD  AUDVFYLST
           LABEL RECORDS ARE OMITTED.
       01  AUDVFYLST-REC            PIC X(132).
           05  FIRST-BREAK-SW      PIC 1   VALUE B"0".
               88  NO-BREAK-YET            VALUE B"0".
               88  BREAK-REPORTED          VALUE B"1".
           05  ERASED-OK-SW        PIC 1   VALUE B"0".
               88  ERASED-OK               VALUE B"1".
               88  NOT-ERASED-OK           VALUE B"0".

       01  WALK-STATE.
           05  WS-PREV-SEQ         PIC 9(9)  VALUE ZEROES.
           05  WS-CHAINED-COUNT    PIC S9(9) VALUE ZEROES.
           05  WS-LEGACY-COUNT     PIC S9(9) VALUE ZEROES.
           05  WS-BREAK-COUNT      PIC S9(9) VALUE ZEROES.
           05  WS-ERASED-COUNT     PIC S9(9) VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  TTL-LEGACY       PIC ZZZZZZZZ9.
               10  FILLER           PIC X(10) VALUE "  BREAKS:".
               10  TTL-BREAKS       PIC ZZZZZZZZ9.
               10  FILLER           PIC X(10) VALUE "  ERASED:".
               10  TTL-ERASED       PIC ZZZZZZZZ9.

      *================================================================


           OPEN INPUT  AUDITARC
                       AUDITTRL
                       AUDCHNCTL
                       AUDERASE.
           OPEN OUTPUT AUDVFYLST.

           MOVE HDR-LINE TO AUDVFYLST-REC.
           MOVE WS-CHAINED-COUNT TO TTL-CHAINED.
           MOVE WS-LEGACY-COUNT  TO TTL-LEGACY.
           MOVE WS-BREAK-COUNT   TO TTL-BREAKS.
           MOVE WS-ERASED-COUNT  TO TTL-ERASED.
           MOVE TOTAL-LINE TO AUDVFYLST-REC.
           WRITE AUDVFYLST-REC.

           CLOSE AUDITARC
                 AUDITTRL
                 AUDCHNCTL
                 AUDERASE
                 AUDVFYLST.

           DISPLAY "AUDVFYCBL: " WS-CHAINED-COUNT " chained entries "
                   "verified, " WS-BREAK-COUNT " breaks, "
                   WS-ERASED-COUNT " erased".

           GOBACK.

                 MOVE AUDITTRL-REC(1:197) TO ACHK-DATA
                 CALL "AUDCHKSVC" USING AUDCHK-PARM
                 IF ACHK-RESULT NOT = AUDCHK OF AUDITTRL-REC
                    PERFORM 1200-CHECK-ERASURE
                    IF ERASED-OK
                       ADD 1 TO WS-ERASED-COUNT
                    ELSE
                       MOVE "CHECK VALUE MISMATCH" TO BRK-REASON
                       PERFORM 1100-REPORT-BREAK
                    END-IF
                 END-IF
              END-IF

           MOVE BRK-LINE TO AUDVFYLST-REC.
           WRITE AUDVFYLST-REC.

      *================================================================

       1200-CHECK-ERASURE.

           SET NOT-ERASED-OK TO TRUE.
           MOVE AUDSEQ OF AUDITTRL-REC TO ERAAUDSEQ OF AUDERASE-REC.
           READ AUDERASE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ERAORGCHK  OF AUDERASE-REC = AUDCHK OF AUDITTRL-REC
                 AND ERAPOSTCHK OF AUDERASE-REC = ACHK-RESULT
                    SET ERASED-OK TO TRUE
                 END-IF
           END-READ.

      *================================================================

       2000-CHECK-ANCHOR.
