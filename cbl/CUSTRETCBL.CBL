      *  and listed on the run report - the cleanup data-protection
      *  rules are starting to ask us to demonstrate. CUSTRSTCBL is
      *  the restore path for the rare reactivation beyond the
      *  threshold. A customer under an active legal hold
      *  (LGLHLDPF, through LGLHLDSVC - held by CUSTNO, or by a
      *  date-range hold over customers that takes in its last
      *  change) is never archived; it is listed with the hold
      *  number and matter, ahead of the balance and parent vetoes.
      *================================================================

       ENVIRONMENT DIVISION.
           05  BAL-OWING-SW        PIC 1   VALUE B"0".
               88  BAL-OWING               VALUE B"1".
               88  BAL-CLEAR               VALUE B"0".
           05  KIDS-ACTIVE-SW      PIC 1   VALUE B"0".
               88  KIDS-ACTIVE             VALUE B"1".
               88  KIDS-CLEAR              VALUE B"0".

       01  DATE-WORK.
           05  WS-RUN-INT          PIC S9(9).
           05  WS-NOTE-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-DUP-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-BAL-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-PARENT-COUNT     PIC S9(7) VALUE ZEROES.
           05  WS-HELD-COUNT       PIC S9(7) VALUE ZEROES.

       01  WS-ARCH-TS              PIC X(21) VALUE SPACES.

           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  RELSVC-PARM.
           05  RELSVC-CUSTNO               PIC 9(6).
           05  RELSVC-KIDS                 PIC S9(5).
           05  RELSVC-STAT                 PIC X(1).

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
               10  BAL-AMT          PIC Z(8)9.99-.
               10  FILLER           PIC X(35) VALUE
                   " BALANCE OUTSTANDING - NOT ARCHIVED".
           05  PAR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  PAR-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  PAR-NAME         PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  PAR-KIDS         PIC ZZZZ9.
               10  FILLER           PIC X(41) VALUE
                   " ACTIVE CHILD ACCOUNTS - NOT ARCHIVED".
           05  HLD-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  HLD-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  HLD-NAME         PIC X(30).
               10  FILLER           PIC X(07) VALUE "  HOLD ".
               10  HLD-HOLDID       PIC 9(6).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  HLD-MATTER       PIC X(20).
               10  FILLER           PIC X(28) VALUE
                   " LEGAL HOLD - NOT ARCHIVED".
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(11) VALUE "ARCHIVED:".
               10  TTL-DUPS         PIC ZZZZZZ9.
               10  FILLER           PIC X(11) VALUE "  BALANCE:".
               10  TTL-BALS         PIC ZZZZZZ9.
               10  FILLER           PIC X(10) VALUE "  PARENT:".
               10  TTL-PARENTS      PIC ZZZZZZ9.
               10  FILLER           PIC X(08) VALUE "  HELD:".
               10  TTL-HELD         PIC ZZZZZZ9.

      *================================================================

           MOVE WS-NOTE-COUNT     TO TTL-NOTES.
           MOVE WS-DUP-COUNT      TO TTL-DUPS.
           MOVE WS-BAL-COUNT      TO TTL-BALS.
           MOVE WS-PARENT-COUNT   TO TTL-PARENTS.
           MOVE WS-HELD-COUNT     TO TTL-HELD.
           MOVE TOTAL-LINE TO CUSTRETLST-REC.
           WRITE CUSTRETLST-REC.

                  FUNCTION INTEGER-OF-DATE(WS-CHG-CCYYMMDD)
              COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-CHG-INT
              IF WS-AGE-DAYS >= LINK-INACT-DAYS
                 PERFORM 1300-CHECK-LEGAL-HOLD
                 IF LGLSVC-HELD = "Y"
                    PERFORM 1400-WRITE-HOLD-LINE
                    ADD 1 TO WS-HELD-COUNT
                 ELSE
                    PERFORM 1500-CHECK-BALANCE
                    IF BAL-OWING
                       PERFORM 1600-WRITE-BALANCE-LINE
                       ADD 1 TO WS-BAL-COUNT
                    ELSE
                       PERFORM 1700-CHECK-CHILDREN
                       IF KIDS-ACTIVE
                          PERFORM 1800-WRITE-PARENT-LINE
                          ADD 1 TO WS-PARENT-COUNT
                       ELSE
                          PERFORM 2000-ARCHIVE-CUSTOMER
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *================================================================
      *  A legal hold outranks every other reason: the customer
      *  stays exactly as it is, contacts and notes with it.
      *================================================================

       1300-CHECK-LEGAL-HOLD.

           MOVE "C"                  TO LGLSVC-KIND.
           MOVE CUSTNO OF CUSTPF-REC TO LGLSVC-CUSTNO.
           MOVE SPACES               TO LGLSVC-SPLFNM.
           MOVE SPACES               TO LGLSVC-USRDTA.
           MOVE WS-CHG-CCYYMMDD      TO LGLSVC-DATE.
           CALL "LGLHLDSVC" USING LGLSVC-PARM.

      *================================================================

       1400-WRITE-HOLD-LINE.

           MOVE CUSTNO   OF CUSTPF-REC   TO HLD-CUSTNO.
           MOVE CUSTNAME OF CUSTPF-REC   TO HLD-NAME.
           MOVE LGLSVC-HOLDID            TO HLD-HOLDID.
           MOVE LGLSVC-MATTER            TO HLD-MATTER.
           MOVE SPACES   TO CUSTRETLST-REC.
           MOVE HLD-LINE TO CUSTRETLST-REC.
           WRITE CUSTRETLST-REC.

      *================================================================
      *  Billing's last reported balance vetoes the archival - an
      *  inactive customer still carrying money is a collection
           MOVE BAL-LINE TO CUSTRETLST-REC.
           WRITE CUSTRETLST-REC.

      *================================================================
      *  A head office still carrying live sites or bill-to
      *  accounts (CUSTRELPF) is not retired either - the family
      *  roll-up would lose its top. Listed, like the balance veto.
      *================================================================

       1700-CHECK-CHILDREN.

           SET KIDS-CLEAR TO TRUE.
           MOVE CUSTNO OF CUSTPF-REC TO RELSVC-CUSTNO.
           CALL "CUSTRELSVC" USING RELSVC-PARM.
           IF RELSVC-STAT = "Y"
              SET KIDS-ACTIVE TO TRUE
           END-IF.

      *================================================================

       1800-WRITE-PARENT-LINE.

           MOVE CUSTNO   OF CUSTPF-REC   TO PAR-CUSTNO.
           MOVE CUSTNAME OF CUSTPF-REC   TO PAR-NAME.
           MOVE RELSVC-KIDS              TO PAR-KIDS.
           MOVE SPACES   TO CUSTRETLST-REC.
           MOVE PAR-LINE TO CUSTRETLST-REC.
           WRITE CUSTRETLST-REC.

      *================================================================
      *  CUSTPF's key allows duplicates and years of duplicate
      *  CUSTNOs are still on file; CUSTARCH is keyed uniquely, so
