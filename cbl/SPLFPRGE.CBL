      *  entries which are archived (SPLFARCH/SPLFARCD), re-verified
      *  live, and then deleted by job/splf number via DLTSPLF, so
      *  spool cleanup is a scheduled job instead of someone working
      *  through WRKSPLF by hand. A report under an active legal
      *  hold (LGLHLDPF, through LGLHLDSVC) is never archived or
      *  deleted, whatever its age or protection - it is listed as
      *  held, with the hold number and matter, and counted apart.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  WS-SCANSTOP-INT      PIC S9(9).
           05  WS-SCANSTOP-CCYYMMDD PIC 9(8).
           05  WS-SCANSTOP-CYYMMDD  PIC 9(7).
           05  WS-CRT-CENT          PIC 9(1).
           05  WS-CRT-YYMMDD        PIC 9(6).

       01  PURGE-COUNTERS.
           05  WS-SELECTED-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-ARCFAIL-COUNT     PIC S9(7) VALUE ZEROES.
           05  WS-PROTECTED-COUNT   PIC S9(7) VALUE ZEROES.
           05  WS-REVRFY-COUNT      PIC S9(7) VALUE ZEROES.
           05  WS-HELD-COUNT        PIC S9(7) VALUE ZEROES.

      *          Active protection rules, loaded once up front - same
      *          OCCURS-table shape PGMFINVCBL uses for its spool
           05  FILLER               PIC X(03) VALUE SPACES.
           05  PSL-DESC             PIC X(30).

       01  HOLD-SKIP-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "LEGAL HOLD:".
           05  HSL-SPLFNM           PIC X(12).
           05  HSL-USERNM           PIC X(12).
           05  HSL-JOBNM            PIC X(12).
           05  HSL-USRDTA           PIC X(22).
           05  FILLER               PIC X(06) VALUE "HOLD".
           05  HSL-HOLDID           PIC 9(6).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  HSL-MATTER           PIC X(20).

       01  LGLSVC-PARM.
           05  LGLSVC-KIND          PIC X(1).
           05  LGLSVC-CUSTNO        PIC 9(6).
           05  LGLSVC-SPLFNM        PIC X(10).
           05  LGLSVC-USRDTA        PIC X(10).
           05  LGLSVC-DATE          PIC 9(8).
           05  LGLSVC-HELD          PIC X(1).
           05  LGLSVC-HOLDID        PIC 9(6).
           05  LGLSVC-MATTER        PIC X(20).

      *          Aging runs on BUSINESS days through the shared
      *          BUSDAYSVC/SHOPCAL service - a report that sat over
      *          a long weekend no longer ages three days nobody
                   WS-ARCHIVED-COUNT " archived, "
                   WS-ARCFAIL-COUNT " archive failures, "
                   WS-PROTECTED-COUNT " protected, "
                   WS-REVRFY-COUNT " reverify skips, "
                   WS-HELD-COUNT " legal holds".

           GOBACK.

              MOVE BUSDAY-COUNT TO WS-AGE-DAYS

              IF WS-AGE-DAYS >= LINK-AGE-DAYS
                 PERFORM 1100-CHECK-LEGAL-HOLD
                 IF LGLSVC-HELD = "Y"
                    ADD 1 TO WS-HELD-COUNT
                    PERFORM 1150-REPORT-HELD
                 ELSE
                    PERFORM 1200-CHECK-PROTECTION
                    IF PROT-MATCHED
                       ADD 1 TO WS-PROTECTED-COUNT
                       PERFORM 1300-REPORT-PROTECTED
                    ELSE
                       PERFORM 1400-REVERIFY-LIVE-ATTRS
                       IF LIVE-QUALIFIES
                          ADD 1 TO WS-SELECTED-COUNT
                          PERFORM 1500-ARCHIVE-SPOOLED-FILE
                          IF ARCHIVE-OK
                             PERFORM 2000-DELETE-SPOOLED-FILE
                          END-IF
                       END-IF
                    END-IF
                 END-IF

           CLOSE SPLFPRO.

      ******************************************************************
      *
      * Legal hold ahead of everything else: a held report is not
      * even archived, since archiving is the first half of the
      * delete. Date-range holds on reports go by creation date.
      *
      ******************************************************************

       1100-CHECK-LEGAL-HOLD.

           MOVE "R"                     TO LGLSVC-KIND.
           MOVE ZEROES                  TO LGLSVC-CUSTNO.
           MOVE SPLFNM OF SPLFOUTLD-REC TO LGLSVC-SPLFNM.
           MOVE USRDTA OF SPLFOUTLD-REC TO LGLSVC-USRDTA.
           MOVE ZEROES                  TO LGLSVC-DATE.
           IF CRTDATE OF SPLFOUTLD-REC IS NUMERIC
              MOVE CRTDATE OF SPLFOUTLD-REC(1:1) TO WS-CRT-CENT
              MOVE CRTDATE OF SPLFOUTLD-REC(2:6) TO WS-CRT-YYMMDD
              COMPUTE LGLSVC-DATE =
                  (WS-CRT-CENT + 19) * 1000000 + WS-CRT-YYMMDD
           END-IF.
           CALL "LGLHLDSVC" USING LGLSVC-PARM.

      ******************************************************************

       1150-REPORT-HELD.

           MOVE SPLFNM OF SPLFOUTLD-REC TO HSL-SPLFNM.
           MOVE USERNM OF SPLFOUTLD-REC TO HSL-USERNM.
           MOVE JOBNM  OF SPLFOUTLD-REC TO HSL-JOBNM.
           MOVE USRDTA OF SPLFOUTLD-REC TO HSL-USRDTA.
           MOVE LGLSVC-HOLDID           TO HSL-HOLDID.
           MOVE LGLSVC-MATTER           TO HSL-MATTER.
           MOVE SPACES         TO SPLFPRGLST-REC.
           MOVE HOLD-SKIP-LINE TO SPLFPRGLST-REC.
           WRITE SPLFPRGLST-REC.

      ******************************************************************

       1200-CHECK-PROTECTION.
           MOVE SPLNUM    OF SPLFOUTLD-REC TO ARCSPLNUM  OF SPLFARCH-REC.
           MOVE FORMTYP   OF SPLFOUTLD-REC TO ARCFORMTYP OF SPLFARCH-REC.
           MOVE CRTDATE   OF SPLFOUTLD-REC TO ARCCRTDATE OF SPLFARCH-REC.
           MOVE USRDTA    OF SPLFOUTLD-REC TO ARCUSRDTA  OF SPLFARCH-REC.
           MOVE CRTTIME   OF SPLFOUTLD-REC TO ARCCRTTIME OF SPLFARCH-REC.
           MOVE TOTPG     OF SPLFOUTLD-REC TO ARCTOTPG   OF SPLFARCH-REC.
           MOVE LINK-RUN-DATE             TO ARCPRGDT   OF SPLFARCH-REC.
