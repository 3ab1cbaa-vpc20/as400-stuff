       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FRMSTKCBL.

      *================================================================
      *  Nightly forms stock draw-down and reorder check. Totals the
      *  pages printed today by form type from the SPLFOUTF snapshot
      *  - TOTPG * COPIES on entries created on the run date, the
      *  same count SPLFACCCBL charges, so a report that sits on a
      *  queue for a week is only taken out of stock once - and
      *  deducts them from each FRMSTK form's on-hand. The day's
      *  use also feeds the form's smoothed average daily use, and
      *  the projected days of stock (on-hand / average) is checked
      *  against the supplier lead time: a form that will run out
      *  before a new order could arrive, or is at or under its
      *  reorder point, goes on the reorder report and raises an
      *  ALERTSVC "FORMSTOCK" event - critical once the cupboard is
      *  empty. FSLSTDT on each form keeps a rerun of the same date
      *  from deducting twice. Form types printed today that are
      *  not tracked are listed after the reorder lines, so a new
      *  pre-printed stock does not go unnoticed.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SPLFOUTF       ASSIGN  TO DATABASE-SPLFOUTF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT FRMSTK         ASSIGN  TO DATABASE-FRMSTK
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         FSFORMTYP.

           SELECT FRMSTKLST      ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  SPLFOUTF
           LABEL RECORDS ARE STANDARD.
       01  SPLFOUTF-REC.
           COPY DDS-ALL-FORMATS OF SPLFOUTF.

       FD  FRMSTK
           LABEL RECORDS ARE STANDARD.
       01  FRMSTK-REC.
           COPY DDS-ALL-FORMATS OF FRMSTK.

       FD  FRMSTKLST
           LABEL RECORDS ARE OMITTED.
       01  FRMSTKLST-REC            PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-SPLFOUTF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFOUTF        VALUE B"0".
               88  EOF-SPLFOUTF            VALUE B"1".
           05  EOF-FRMSTK-SW       PIC 1   VALUE B"0".
               88  NOT-EOF-FRMSTK          VALUE B"0".
               88  EOF-FRMSTK              VALUE B"1".
           05  USE-FOUND-SW        PIC 1   VALUE B"0".
               88  USE-FOUND               VALUE B"1".
               88  USE-NOT-FOUND           VALUE B"0".

       01  DATE-WORK.
           05  WS-CRT-CCYYMMDD     PIC 9(8).
           05  WS-CRT-CENT         PIC 9(1).
           05  WS-CRT-YYMMDD       PIC 9(6).

      *          Today's pages by form type. A shop has a handful of
      *          pre-printed stocks; 200 is far more than will ever
      *          be printed on in one day.

       01  USAGE-TABLE.
           05  WS-USE-COUNT        PIC S9(4) BINARY VALUE ZEROES.
           05  WS-USE-ENTRY        OCCURS 200 TIMES
                                   INDEXED BY USE-IDX.
               10  WS-USE-FORMTYP  PIC X(10).
               10  WS-USE-PAGES    PIC S9(9).
               10  WS-USE-TRACKED  PIC X(1).

       01  STOCK-WORK.
           05  WS-ENTRY-PAGES      PIC S9(9)    VALUE ZEROES.
           05  WS-TODAY-PAGES      PIC S9(9)    VALUE ZEROES.
           05  WS-DAYS-LEFT        PIC S9(9)    VALUE ZEROES.
           05  WS-ALERT-ONHAND     PIC -ZZZZZZZZ9.
           05  WS-ALERT-DAYS       PIC ZZ9.

       01  STOCK-COUNTERS.
           05  WS-FORM-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-DEDUCT-COUNT     PIC S9(7) VALUE ZEROES.
           05  WS-RERUN-COUNT      PIC S9(7) VALUE ZEROES.
           05  WS-REORDER-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-UNTRACKED-COUNT  PIC S9(7) VALUE ZEROES.
           05  WS-PAGES-DEDUCTED   PIC S9(9) VALUE ZEROES.

       01  ALERT-PARM.
           05  ALERT-TYPE                  PIC X(10).
           05  ALERT-SEV                   PIC X(1).
           05  ALERT-SOURCE                PIC X(10).
           05  ALERT-TEXT                  PIC X(60).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(45)
                   VALUE "PRE-PRINTED FORMS REORDER REPORT".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "FORM TYPE".
               10  FILLER           PIC X(32) VALUE "DESCRIPTION".
               10  FILLER           PIC X(12) VALUE "     ON HAND".
               10  FILLER           PIC X(12) VALUE "     REORDER".
               10  FILLER           PIC X(12) VALUE "   SHEETS/DY".
               10  FILLER           PIC X(07) VALUE "   DAYS".
               10  FILLER           PIC X(07) VALUE "   LEAD".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-FORMTYP      PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-DESC         PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-ONHAND       PIC ZZZ,ZZZ,ZZ9-.
               10  DTL-REORD        PIC ZZZ,ZZZ,ZZ9-.
               10  DTL-AVGDAY       PIC ZZZ,ZZ9.99-.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-DAYS         PIC ZZZZZ9.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-LEAD         PIC ZZZZZ9.
           05  UNT-HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(60)
                   VALUE "UNTRACKED FORM TYPES PRINTED TODAY".
           05  UNT-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  UNT-FORMTYP      PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  UNT-PAGES        PIC ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(14) VALUE " SHEETS TODAY".
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(07) VALUE "FORMS:".
               10  TTL-FORMS        PIC ZZZZZZ9.
               10  FILLER           PIC X(12) VALUE "  DEDUCTED:".
               10  TTL-DEDUCT       PIC ZZZZZZ9.
               10  FILLER           PIC X(13) VALUE "  RERUN SKIP:".
               10  TTL-RERUN        PIC ZZZZZZ9.
               10  FILLER           PIC X(11) VALUE "  REORDER:".
               10  TTL-REORDER      PIC ZZZZZZ9.
               10  FILLER           PIC X(09) VALUE "  SHEETS:".
               10  TTL-PAGES        PIC ZZZ,ZZZ,ZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(8).
       01  LINK-RUN-ID              PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           OPEN INPUT  SPLFOUTF.
           OPEN I-O    FRMSTK.
           OPEN OUTPUT FRMSTKLST.

           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO FRMSTKLST-REC.
           WRITE FRMSTKLST-REC.
           MOVE COL-LINE TO FRMSTKLST-REC.
           WRITE FRMSTKLST-REC.

           PERFORM UNTIL EOF-SPLFOUTF
              READ SPLFOUTF
                 AT END
                    SET EOF-SPLFOUTF TO TRUE
                 NOT AT END
                    PERFORM 1000-COUNT-ENTRY
              END-READ
           END-PERFORM.

           MOVE LOW-VALUES TO FSFORMTYP OF FRMSTK-REC.
           START FRMSTK KEY IS NOT LESS THAN FSFORMTYP OF FRMSTK-REC
              INVALID KEY
                 SET EOF-FRMSTK TO TRUE
           END-START.

           PERFORM UNTIL EOF-FRMSTK
              READ FRMSTK NEXT RECORD
                 AT END
                    SET EOF-FRMSTK TO TRUE
                 NOT AT END
                    PERFORM 2000-UPDATE-FORM
              END-READ
           END-PERFORM.

           PERFORM 3000-LIST-UNTRACKED.

           MOVE SPACES TO FRMSTKLST-REC.
           WRITE FRMSTKLST-REC.
           MOVE WS-FORM-COUNT     TO TTL-FORMS.
           MOVE WS-DEDUCT-COUNT   TO TTL-DEDUCT.
           MOVE WS-RERUN-COUNT    TO TTL-RERUN.
           MOVE WS-REORDER-COUNT  TO TTL-REORDER.
           MOVE WS-PAGES-DEDUCTED TO TTL-PAGES.
           MOVE TOTAL-LINE TO FRMSTKLST-REC.
           WRITE FRMSTKLST-REC.

           CLOSE SPLFOUTF
                 FRMSTK
                 FRMSTKLST.

           DISPLAY "FRMSTKCBL: " WS-PAGES-DEDUCTED " sheets deducted "
                   "from " WS-DEDUCT-COUNT " forms, "
                   WS-REORDER-COUNT " to reorder, for "
                   LINK-RUN-DATE.

           GOBACK.

      *================================================================

       1000-COUNT-ENTRY.

           MOVE CRTDATE OF SPLFOUTF-REC(2:6) TO WS-CRT-YYMMDD.
           MOVE CRTDATE OF SPLFOUTF-REC(1:1) TO WS-CRT-CENT.
           COMPUTE WS-CRT-CCYYMMDD =
               (WS-CRT-CENT + 19) * 1000000 + WS-CRT-YYMMDD.

           IF WS-CRT-CCYYMMDD = LINK-RUN-DATE
              COMPUTE WS-ENTRY-PAGES =
                  TOTPG OF SPLFOUTF-REC * COPIES OF SPLFOUTF-REC
              PERFORM 1100-FIND-FORM-USE
              IF USE-FOUND
                 ADD WS-ENTRY-PAGES TO WS-USE-PAGES(USE-IDX)
              ELSE
                 IF WS-USE-COUNT < 200
                    ADD 1 TO WS-USE-COUNT
                    SET USE-IDX TO WS-USE-COUNT
                    MOVE FORMTYP OF SPLFOUTF-REC
                       TO WS-USE-FORMTYP(USE-IDX)
                    MOVE WS-ENTRY-PAGES TO WS-USE-PAGES(USE-IDX)
                    MOVE "N"            TO WS-USE-TRACKED(USE-IDX)
                 ELSE
                    DISPLAY "FRMSTKCBL: form type table full - "
                            FORMTYP OF SPLFOUTF-REC " not counted"
                 END-IF
              END-IF
           END-IF.

      *================================================================

       1100-FIND-FORM-USE.

           SET USE-NOT-FOUND TO TRUE.
           PERFORM VARYING USE-IDX FROM 1 BY 1
                   UNTIL USE-IDX > WS-USE-COUNT OR USE-FOUND
              IF WS-USE-FORMTYP(USE-IDX) = FORMTYP OF SPLFOUTF-REC
                 SET USE-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF USE-FOUND
              SET USE-IDX DOWN BY 1
           END-IF.

      *================================================================
      *  One tracked form: take today's sheets out of stock and into
      *  the running average (up to 30 days' weight, so a change in
      *  print volume shows within a month), then see whether the
      *  stock left will outlast the supplier's lead time.
      *================================================================

       2000-UPDATE-FORM.

           ADD 1 TO WS-FORM-COUNT.
           MOVE ZEROES TO WS-TODAY-PAGES.
           PERFORM VARYING USE-IDX FROM 1 BY 1
                   UNTIL USE-IDX > WS-USE-COUNT
              IF WS-USE-FORMTYP(USE-IDX) = FSFORMTYP OF FRMSTK-REC
                 MOVE WS-USE-PAGES(USE-IDX) TO WS-TODAY-PAGES
                 MOVE "Y" TO WS-USE-TRACKED(USE-IDX)
              END-IF
           END-PERFORM.

           IF FSLSTDT OF FRMSTK-REC = LINK-RUN-DATE
              ADD 1 TO WS-RERUN-COUNT
           ELSE
              SUBTRACT WS-TODAY-PAGES FROM FSONHAND OF FRMSTK-REC
              IF FSUSEDYS OF FRMSTK-REC < 30
                 ADD 1 TO FSUSEDYS OF FRMSTK-REC
              END-IF
              COMPUTE FSAVGDAY OF FRMSTK-REC ROUNDED =
                  (FSAVGDAY OF FRMSTK-REC
                      * (FSUSEDYS OF FRMSTK-REC - 1)
                   + WS-TODAY-PAGES) / FSUSEDYS OF FRMSTK-REC
              MOVE LINK-RUN-DATE  TO FSLSTDT  OF FRMSTK-REC
              MOVE WS-TODAY-PAGES TO FSLSTUSE OF FRMSTK-REC
              REWRITE FRMSTK-REC
              ADD 1 TO WS-DEDUCT-COUNT
              ADD WS-TODAY-PAGES TO WS-PAGES-DEDUCTED
           END-IF.

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

           IF WS-DAYS-LEFT < FSLEAD OF FRMSTK-REC
           OR FSONHAND OF FRMSTK-REC NOT > FSREORD OF FRMSTK-REC
              PERFORM 2100-REORDER-FORM
           END-IF.

      *================================================================

       2100-REORDER-FORM.

           ADD 1 TO WS-REORDER-COUNT.

           MOVE SPACES TO DTL-LINE.
           MOVE FSFORMTYP OF FRMSTK-REC TO DTL-FORMTYP.
           MOVE FSDESC    OF FRMSTK-REC TO DTL-DESC.
           MOVE FSONHAND  OF FRMSTK-REC TO DTL-ONHAND.
           MOVE FSREORD   OF FRMSTK-REC TO DTL-REORD.
           MOVE FSAVGDAY  OF FRMSTK-REC TO DTL-AVGDAY.
           MOVE WS-DAYS-LEFT            TO DTL-DAYS.
           MOVE FSLEAD    OF FRMSTK-REC TO DTL-LEAD.
           MOVE DTL-LINE TO FRMSTKLST-REC.
           WRITE FRMSTKLST-REC.

           MOVE "FORMSTOCK" TO ALERT-TYPE.
           IF FSONHAND OF FRMSTK-REC NOT > ZEROES
              MOVE "C"      TO ALERT-SEV
           ELSE
              MOVE "W"      TO ALERT-SEV
           END-IF.
           MOVE "FRMSTKCBL" TO ALERT-SOURCE.
           MOVE FSONHAND OF FRMSTK-REC TO WS-ALERT-ONHAND.
           MOVE WS-DAYS-LEFT           TO WS-ALERT-DAYS.
           MOVE SPACES TO ALERT-TEXT.
           STRING "REORDER FORM "            DELIMITED BY SIZE
                  FSFORMTYP OF FRMSTK-REC    DELIMITED BY SPACE
                  ": "                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALERT-ONHAND)
                                             DELIMITED BY SIZE
                  " ON HAND, "               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALERT-DAYS)
                                             DELIMITED BY SIZE
                  " DAYS LEFT"               DELIMITED BY SIZE
              INTO ALERT-TEXT
           END-STRING.
           CALL "ALERTSVC" USING ALERT-PARM.

      *================================================================

       3000-LIST-UNTRACKED.

           PERFORM VARYING USE-IDX FROM 1 BY 1
                   UNTIL USE-IDX > WS-USE-COUNT
              IF WS-USE-TRACKED(USE-IDX) = "N"
                 IF WS-UNTRACKED-COUNT = ZEROES
                    MOVE SPACES TO FRMSTKLST-REC
                    WRITE FRMSTKLST-REC
                    MOVE UNT-HDR-LINE TO FRMSTKLST-REC
                    WRITE FRMSTKLST-REC
                 END-IF
                 ADD 1 TO WS-UNTRACKED-COUNT
                 MOVE WS-USE-FORMTYP(USE-IDX) TO UNT-FORMTYP
                 MOVE WS-USE-PAGES(USE-IDX)   TO UNT-PAGES
                 MOVE UNT-LINE TO FRMSTKLST-REC
                 WRITE FRMSTKLST-REC
              END-IF
           END-PERFORM.
