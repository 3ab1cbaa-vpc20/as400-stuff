      *  lines deleted for offloaded reports, or the run flags
      *  itself for investigation before anything else trusts the
      *  offline holding.
      *
      *  A report under an active legal hold (LGLHLDPF, asked
      *  through LGLHLDSVC by name, user data and creation date) is
      *  neither offloaded nor removed, however old - it is listed
      *  as HELD with the hold number and matter, and counted.
      *================================================================

       ENVIRONMENT DIVISION.
           05  WS-RUN-INT          PIC S9(9).
           05  WS-PRG-INT          PIC S9(9).
           05  WS-AGE-DAYS         PIC S9(9).
           05  WS-CRT-CENT         PIC 9(1).
           05  WS-CRT-YYMMDD       PIC 9(6).

       01  RPT-LINE-COUNT          PIC S9(9) VALUE ZEROES.

           05  WS-DELLINE-COUNT    PIC S9(9) VALUE ZEROES.
           05  WS-RMVRPT-COUNT     PIC S9(9) VALUE ZEROES.
           05  WS-RMVLINE-COUNT    PIC S9(9) VALUE ZEROES.
           05  WS-HELD-COUNT       PIC S9(9) VALUE ZEROES.

       01  LGLSVC-PARM.
           05  LGLSVC-KIND                 PIC X(1).
           05  LGLSVC-CUSTNO               PIC 9(6).
           05  LGLSVC-SPLFNM               PIC X(10).
           05  LGLSVC-USRDTA               PIC X(10).
           05  LGLSVC-DATE                 PIC 9(8).
           05  LGLSVC-HELD                 PIC X(1).
           05  LGLSVC-HOLDID               PIC 9(6).
           05  LGLSVC-MATTER               PIC X(20).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-LINES        PIC ZZZZZZZZ9.
               10  FILLER           PIC X(06) VALUE " LINES".
           05  HELD-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(10) VALUE "HELD".
               10  FILLER           PIC X(02) VALUE SPACES.
               10  HLD-SPLFNM       PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  HLD-USERNM       PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  HLD-PRGDT        PIC 9(8).
               10  FILLER           PIC X(07) VALUE "  HOLD ".
               10  HLD-HOLDID       PIC 9(6).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  HLD-MATTER       PIC X(20).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(10) VALUE "EXAMINED:".
               10  TTL-OFF          PIC ZZZZZZZZ9.
               10  FILLER           PIC X(10) VALUE "  REMOVED:".
               10  TTL-RMV          PIC ZZZZZZZZ9.
               10  FILLER           PIC X(07) VALUE "  HELD:".
               10  TTL-HELD         PIC ZZZZZZZZ9.

      *================================================================

           MOVE WS-EXAM-COUNT   TO TTL-EXAM.
           MOVE WS-OFFRPT-COUNT TO TTL-OFF.
           MOVE WS-RMVRPT-COUNT TO TTL-RMV.
           MOVE WS-HELD-COUNT   TO TTL-HELD.
           MOVE TOTAL-LINE TO SPLFLCYLST-REC.
           WRITE SPLFLCYLST-REC.

                  FUNCTION INTEGER-OF-DATE(ARCPRGDT OF SPLFARCH-REC)
              COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-PRG-INT

              IF WS-AGE-DAYS >= LINK-REMOVE-DAYS
              OR (WS-AGE-DAYS >= LINK-OFFLOAD-DAYS
                  AND ARCOFFSTAT OF SPLFARCH-REC NOT = "Y")
                 PERFORM 1100-CHECK-LEGAL-HOLD
              ELSE
                 MOVE "N" TO LGLSVC-HELD
              END-IF

              EVALUATE TRUE
                 WHEN LGLSVC-HELD = "Y"
                    PERFORM 1200-REPORT-HELD
                 WHEN WS-AGE-DAYS >= LINK-REMOVE-DAYS
                    PERFORM 3000-REMOVE-REPORT
                 WHEN WS-AGE-DAYS >= LINK-OFFLOAD-DAYS
              END-EVALUATE
           END-IF.

      *================================================================
      *  Only asked when something is about to happen to the
      *  report. Headers captured before ARCUSRDTA was carried have
      *  it blank, which LGLHLDSVC treats as "could be any".
      *================================================================

       1100-CHECK-LEGAL-HOLD.

           MOVE "R"                       TO LGLSVC-KIND.
           MOVE ZEROES                    TO LGLSVC-CUSTNO.
           MOVE ARCSPLFNM OF SPLFARCH-REC TO LGLSVC-SPLFNM.
           MOVE ARCUSRDTA OF SPLFARCH-REC TO LGLSVC-USRDTA.
           MOVE ZEROES                    TO LGLSVC-DATE.
           IF ARCCRTDATE OF SPLFARCH-REC IS NUMERIC
              MOVE ARCCRTDATE OF SPLFARCH-REC(1:1) TO WS-CRT-CENT
              MOVE ARCCRTDATE OF SPLFARCH-REC(2:6) TO WS-CRT-YYMMDD
              COMPUTE LGLSVC-DATE =
                  (WS-CRT-CENT + 19) * 1000000 + WS-CRT-YYMMDD
           END-IF.
           CALL "LGLHLDSVC" USING LGLSVC-PARM.

      *================================================================

       1200-REPORT-HELD.

           ADD 1 TO WS-HELD-COUNT.

           MOVE ARCSPLFNM OF SPLFARCH-REC TO HLD-SPLFNM.
           MOVE ARCUSERNM OF SPLFARCH-REC TO HLD-USERNM.
           MOVE ARCPRGDT  OF SPLFARCH-REC TO HLD-PRGDT.
           MOVE LGLSVC-HOLDID             TO HLD-HOLDID.
           MOVE LGLSVC-MATTER             TO HLD-MATTER.
           MOVE SPACES    TO SPLFLCYLST-REC.
           MOVE HELD-LINE TO SPLFLCYLST-REC.
           WRITE SPLFLCYLST-REC.

      *================================================================

       2000-OFFLOAD-REPORT.
