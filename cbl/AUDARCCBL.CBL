      *  proving nothing was lost in the move. Inquiries reach the
      *  archived history through the include-archive option on
      *  CUSTAUDINQ.
      *
      *  An entry under an active legal hold (LGLHLDPF, through
      *  LGLHLDSVC - a customer hold on the customer the entry is
      *  keyed by, or a date-range hold over audit entries) is kept
      *  on the current file and listed on AUDARCLST with the hold
      *  number and matter. Under the chain prefix rule everything
      *  after a held entry stays current as well, so a long-lived
      *  hold holds the cutover back to its oldest held entry; the
      *  listing shows which hold is doing it.
      *================================================================

       ENVIRONMENT DIVISION.
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT AUDARCLST      ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       01  AUDARCCTL-REC.
           COPY DDS-ALL-FORMATS OF AUDARCCTL.

       FD  AUDARCLST
           LABEL RECORDS ARE OMITTED.
       01  AUDARCLST-REC            PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.
           05  WS-ARCH-COUNT       PIC S9(9) VALUE ZEROES.
           05  WS-KEPT-COUNT       PIC S9(9) VALUE ZEROES.
           05  WS-WRTN-COUNT       PIC S9(9) VALUE ZEROES.
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
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(50)
                   VALUE "AUDIT TRAIL CUTOVER - KEPT UNDER LEGAL HOLD".
           05  HELD-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  HLD-FILE         PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  HLD-KEY          PIC X(20).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  HLD-MODE         PIC X(07).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  HLD-TS           PIC X(14).
               10  FILLER           PIC X(07) VALUE "  HOLD ".
               10  HLD-HOLDID       PIC 9(6).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  HLD-MATTER       PIC X(20).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(14) VALUE "HELD ENTRIES:".
               10  TTL-HELD         PIC ZZZZZZZZ9.

      *================================================================


           OPEN INPUT  AUDITTRL.
           OPEN EXTEND AUDITARC.
           OPEN OUTPUT AUDITWRK
                       AUDARCLST.

           MOVE HDR-LINE TO AUDARCLST-REC.
           WRITE AUDARCLST-REC.

           PERFORM UNTIL EOF-AUDITTRL
              READ AUDITTRL
              END-READ
           END-PERFORM.

           MOVE WS-HELD-COUNT TO TTL-HELD.
           MOVE TOTAL-LINE TO AUDARCLST-REC.
           WRITE AUDARCLST-REC.

           CLOSE AUDITTRL
                 AUDITARC
                 AUDITWRK
                 AUDARCLST.

      *================================================================
      *
              MOVE LINK-RUN-DATE TO WS-AUDTS-DATE
           END-IF.

           MOVE "N" TO LGLSVC-HELD.
           IF WS-AUDTS-DATE < WS-CUTOFF-CCYYMMDD
           AND NO-KEEPER-YET
              PERFORM 1200-CHECK-LEGAL-HOLD
           END-IF.

           IF WS-AUDTS-DATE < WS-CUTOFF-CCYYMMDD
           AND NO-KEEPER-YET
           AND LGLSVC-HELD NOT = "Y"
              MOVE AUDITTRL-REC TO AUDITARC-REC
              WRITE AUDITARC-REC
              ADD 1 TO WS-ARCH-COUNT
              MOVE AUDITTRL-REC TO AUDITWRK-REC
              WRITE AUDITWRK-REC
              ADD 1 TO WS-KEPT-COUNT
              IF LGLSVC-HELD = "Y"
                 PERFORM 1300-REPORT-HELD
              END-IF
           END-IF.

      *================================================================
      *  The customer files key their audit entries by CUSTNO in the
      *  first six bytes of AUDKEY (CUSTCONPF and CUSTNOTPF add a
      *  sequence after it), so that is where a customer hold is
      *  looked for; other files' entries can only be caught by a
      *  date-range hold.
      *================================================================

       1200-CHECK-LEGAL-HOLD.

           MOVE "A"           TO LGLSVC-KIND.
           MOVE ZEROES        TO LGLSVC-CUSTNO.
           MOVE SPACES        TO LGLSVC-SPLFNM.
           MOVE SPACES        TO LGLSVC-USRDTA.
           MOVE WS-AUDTS-DATE TO LGLSVC-DATE.
           IF AUDFILE OF AUDITTRL-REC(1:4) = "CUST"
           AND AUDKEY OF AUDITTRL-REC(1:6) IS NUMERIC
              MOVE AUDKEY OF AUDITTRL-REC(1:6) TO LGLSVC-CUSTNO
           END-IF.
           CALL "LGLHLDSVC" USING LGLSVC-PARM.

      *================================================================

       1300-REPORT-HELD.

           ADD 1 TO WS-HELD-COUNT.

           MOVE AUDFILE OF AUDITTRL-REC       TO HLD-FILE.
           MOVE AUDKEY  OF AUDITTRL-REC       TO HLD-KEY.
           MOVE AUDMODE OF AUDITTRL-REC       TO HLD-MODE.
           MOVE AUDTS   OF AUDITTRL-REC(1:14) TO HLD-TS.
           MOVE LGLSVC-HOLDID                 TO HLD-HOLDID.
           MOVE LGLSVC-MATTER                 TO HLD-MATTER.
           MOVE SPACES    TO AUDARCLST-REC.
           MOVE HELD-LINE TO AUDARCLST-REC.
           WRITE AUDARCLST-REC.

      *================================================================

           DISPLAY "AUDARCCBL: " WS-READ-COUNT " read, "
                   WS-ARCH-COUNT " archived, "
                   WS-KEPT-COUNT " kept, "
                   WS-WRTN-COUNT " written back, "
                   WS-HELD-COUNT " under legal hold".
