       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPLFCATCBL.

      *================================================================
      *  Nightly report catalog exception listing. Every entry on the
      *  SPLFOUTF snapshot is looked up on the SPLFCAT catalog -
      *  first by spooled file name and user data, then by the name
      *  alone (blank user data) - and:
      *
      *    found     - CATLSTDT is moved up to the entry's creation
      *                date, so the catalog always knows when the
      *                report was last produced;
      *    not found - the name and user data go on the list of
      *                uncataloged reports, with how many files and
      *                pages are on the system and the newest
      *                creation date.
      *
      *  The catalog is then walked for reports not produced within
      *  their stated frequency, counted in business days through
      *  BUSDAYSVC from the last date produced (or from the date the
      *  report was cataloged when it has never been seen):
      *  daily 1, weekly 5, monthly 23, quarterly 65, annual 261.
      *  On-request reports are never overdue. Listing only - the
      *  owners are chased from the report, nothing is alerted.
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

           SELECT SPLFCAT        ASSIGN  TO DATABASE-SPLFCAT
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CATKEY.

           SELECT SPLFCATLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  SPLFOUTF
           LABEL RECORDS ARE STANDARD.
       01  SPLFOUTF-REC.
           COPY DDS-ALL-FORMATS OF SPLFOUTF.

       FD  SPLFCAT
           LABEL RECORDS ARE STANDARD.
       01  SPLFCAT-REC.
           COPY DDS-ALL-FORMATS OF SPLFCAT.

       FD  SPLFCATLST
           LABEL RECORDS ARE OMITTED.
       01  SPLFCATLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-SPLFOUTF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFOUTF        VALUE B"0".
               88  EOF-SPLFOUTF            VALUE B"1".
           05  EOF-SPLFCAT-SW      PIC 1   VALUE B"0".
               88  NOT-EOF-SPLFCAT         VALUE B"0".
               88  EOF-SPLFCAT             VALUE B"1".
           05  CAT-FOUND-SW        PIC 1   VALUE B"0".
               88  CAT-FOUND               VALUE B"1".
               88  CAT-NOT-FOUND           VALUE B"0".
           05  UNC-FOUND-SW        PIC 1   VALUE B"0".
               88  UNC-FOUND               VALUE B"1".
               88  UNC-NOT-FOUND           VALUE B"0".

       01  DATE-WORK.
           05  WS-CRT-CCYYMMDD     PIC 9(8).
           05  WS-CRT-CENT         PIC 9(1).
           05  WS-CRT-YYMMDD       PIC 9(6).
           05  WS-SINCE-DATE       PIC 9(8).
           05  WS-ALLOW-DAYS       PIC S9(5).

      *          Distinct uncataloged name / user data pairs on the
      *          snapshot. Once the catalog is built up this list is
      *          short; 500 covers the first nights as well.

       01  UNCAT-TABLE.
           05  WS-UNC-COUNT        PIC S9(4) BINARY VALUE ZEROES.
           05  WS-UNC-ENTRY        OCCURS 500 TIMES
                                   INDEXED BY UNC-IDX.
               10  WS-UNC-SPLFNM   PIC X(10).
               10  WS-UNC-USRDTA   PIC X(10).
               10  WS-UNC-USERNM   PIC X(10).
               10  WS-UNC-FILES    PIC S9(7).
               10  WS-UNC-PAGES    PIC S9(9).
               10  WS-UNC-LSTDT    PIC 9(8).

       01  BUSDAY-PARM.
           05  BUSDAY-FUNC          PIC X(1).
           05  BUSDAY-FROM          PIC 9(8).
           05  BUSDAY-TO            PIC 9(8).
           05  BUSDAY-COUNT         PIC S9(5).
           05  BUSDAY-STAT          PIC X(1).

       01  CATALOG-COUNTERS.
           05  WS-ENTRY-COUNT      PIC S9(7) VALUE ZEROES.
           05  WS-MATCHED-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-CATALOG-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-OVERDUE-COUNT    PIC S9(7) VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(45)
                   VALUE "REPORT CATALOG EXCEPTIONS".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  UNC-HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(60)
                   VALUE "REPORTS ON THE SYSTEM NOT IN THE CATALOG".
           05  UNC-COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "SPLF NAME".
               10  FILLER           PIC X(12) VALUE "USER DATA".
               10  FILLER           PIC X(12) VALUE "A USER".
               10  FILLER           PIC X(08) VALUE "   FILES".
               10  FILLER           PIC X(13) VALUE "        PAGES".
               10  FILLER           PIC X(14) VALUE "   LAST CRTD".
           05  UNC-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  UNC-SPLFNM       PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  UNC-USRDTA       PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  UNC-USERNM       PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  UNC-FILES        PIC ZZZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  UNC-PAGES        PIC ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  UNC-LSTDT        PIC 9(8).
           05  OVD-HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(60)
                   VALUE "REPORTS OVERDUE FOR THEIR FREQUENCY".
           05  OVD-COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "SPLF NAME".
               10  FILLER           PIC X(12) VALUE "USER DATA".
               10  FILLER           PIC X(05) VALUE "FREQ".
               10  FILLER           PIC X(11) VALUE "LAST SEEN".
               10  FILLER           PIC X(09) VALUE " BUS DAYS".
               10  FILLER           PIC X(02) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "DEPT".
               10  FILLER           PIC X(30) VALUE "BUSINESS OWNER".
           05  OVD-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  OVD-SPLFNM       PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  OVD-USRDTA       PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  OVD-FREQ         PIC X(01).
               10  FILLER           PIC X(04) VALUE SPACES.
               10  OVD-LSTDT        PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  OVD-DAYS         PIC ZZZZZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  OVD-DEPT         PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  OVD-OWNER        PIC X(30).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(09) VALUE "ENTRIES:".
               10  TTL-ENTRIES      PIC ZZZZZZ9.
               10  FILLER           PIC X(12) VALUE "  MATCHED:".
               10  TTL-MATCHED      PIC ZZZZZZ9.
               10  FILLER           PIC X(15) VALUE "  UNCATALOGED:".
               10  TTL-UNCAT        PIC ZZZZZZ9.
               10  FILLER           PIC X(12) VALUE "  CATALOG:".
               10  TTL-CATALOG      PIC ZZZZZZ9.
               10  FILLER           PIC X(12) VALUE "  OVERDUE:".
               10  TTL-OVERDUE      PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(8).
       01  LINK-RUN-ID              PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           OPEN INPUT  SPLFOUTF.
           OPEN I-O    SPLFCAT.
           OPEN OUTPUT SPLFCATLST.

           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO SPLFCATLST-REC.
           WRITE SPLFCATLST-REC.

           PERFORM UNTIL EOF-SPLFOUTF
              READ SPLFOUTF
                 AT END
                    SET EOF-SPLFOUTF TO TRUE
                 NOT AT END
                    PERFORM 1000-MATCH-ENTRY
              END-READ
           END-PERFORM.

           PERFORM 2000-LIST-UNCATALOGED.

           MOVE SPACES TO SPLFCATLST-REC.
           WRITE SPLFCATLST-REC.
           MOVE OVD-HDR-LINE TO SPLFCATLST-REC.
           WRITE SPLFCATLST-REC.
           MOVE OVD-COL-LINE TO SPLFCATLST-REC.
           WRITE SPLFCATLST-REC.

           MOVE LOW-VALUES TO CATKEY OF SPLFCAT-REC.
           START SPLFCAT KEY IS NOT LESS THAN CATKEY OF SPLFCAT-REC
              INVALID KEY
                 SET EOF-SPLFCAT TO TRUE
           END-START.

           PERFORM UNTIL EOF-SPLFCAT
              READ SPLFCAT NEXT RECORD
                 AT END
                    SET EOF-SPLFCAT TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CATALOG-COUNT
                    PERFORM 3000-CHECK-FREQUENCY
              END-READ
           END-PERFORM.

           MOVE SPACES TO SPLFCATLST-REC.
           WRITE SPLFCATLST-REC.
           MOVE WS-ENTRY-COUNT    TO TTL-ENTRIES.
           MOVE WS-MATCHED-COUNT  TO TTL-MATCHED.
           MOVE WS-UNC-COUNT      TO TTL-UNCAT.
           MOVE WS-CATALOG-COUNT  TO TTL-CATALOG.
           MOVE WS-OVERDUE-COUNT  TO TTL-OVERDUE.
           MOVE TOTAL-LINE TO SPLFCATLST-REC.
           WRITE SPLFCATLST-REC.

           CLOSE SPLFOUTF
                 SPLFCAT
                 SPLFCATLST.

           DISPLAY "SPLFCATCBL: " WS-UNC-COUNT " uncataloged, "
                   WS-OVERDUE-COUNT " overdue, for " LINK-RUN-DATE.

           GOBACK.

      *================================================================
      *  One snapshot entry: the exact name / user data row wins
      *  over the name-only row.
      *================================================================

       1000-MATCH-ENTRY.

           ADD 1 TO WS-ENTRY-COUNT.

           MOVE CRTDATE OF SPLFOUTF-REC(2:6) TO WS-CRT-YYMMDD.
           MOVE CRTDATE OF SPLFOUTF-REC(1:1) TO WS-CRT-CENT.
           COMPUTE WS-CRT-CCYYMMDD =
               (WS-CRT-CENT + 19) * 1000000 + WS-CRT-YYMMDD.

           SET CAT-FOUND TO TRUE.
           MOVE SPLFNM OF SPLFOUTF-REC TO CATSPLFNM OF SPLFCAT-REC.
           MOVE USRDTA OF SPLFOUTF-REC TO CATUSRDTA OF SPLFCAT-REC.
           READ SPLFCAT
              INVALID KEY
                 SET CAT-NOT-FOUND TO TRUE
           END-READ.

           IF CAT-NOT-FOUND AND USRDTA OF SPLFOUTF-REC NOT = SPACES
              SET CAT-FOUND TO TRUE
              MOVE SPACES TO CATUSRDTA OF SPLFCAT-REC
              READ SPLFCAT
                 INVALID KEY
                    SET CAT-NOT-FOUND TO TRUE
              END-READ
           END-IF.

           IF CAT-FOUND
              ADD 1 TO WS-MATCHED-COUNT
              IF WS-CRT-CCYYMMDD > CATLSTDT OF SPLFCAT-REC
                 MOVE WS-CRT-CCYYMMDD TO CATLSTDT OF SPLFCAT-REC
                 REWRITE SPLFCAT-REC
              END-IF
           ELSE
              PERFORM 1100-ADD-UNCATALOGED
           END-IF.

      *================================================================

       1100-ADD-UNCATALOGED.

           SET UNC-NOT-FOUND TO TRUE.
           PERFORM VARYING UNC-IDX FROM 1 BY 1
                   UNTIL UNC-IDX > WS-UNC-COUNT OR UNC-FOUND
              IF WS-UNC-SPLFNM(UNC-IDX) = SPLFNM OF SPLFOUTF-REC
              AND WS-UNC-USRDTA(UNC-IDX) = USRDTA OF SPLFOUTF-REC
                 SET UNC-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF UNC-FOUND
              SET UNC-IDX DOWN BY 1
           END-IF.

           IF UNC-NOT-FOUND
              IF WS-UNC-COUNT < 500
                 ADD 1 TO WS-UNC-COUNT
                 SET UNC-IDX TO WS-UNC-COUNT
                 MOVE SPLFNM OF SPLFOUTF-REC TO WS-UNC-SPLFNM(UNC-IDX)
                 MOVE USRDTA OF SPLFOUTF-REC TO WS-UNC-USRDTA(UNC-IDX)
                 MOVE USERNM OF SPLFOUTF-REC TO WS-UNC-USERNM(UNC-IDX)
                 MOVE ZEROES TO WS-UNC-FILES(UNC-IDX)
                                WS-UNC-PAGES(UNC-IDX)
                                WS-UNC-LSTDT(UNC-IDX)
                 SET UNC-FOUND TO TRUE
              ELSE
                 DISPLAY "SPLFCATCBL: uncataloged table full - "
                         SPLFNM OF SPLFOUTF-REC " not listed"
              END-IF
           END-IF.

           IF UNC-FOUND
              ADD 1 TO WS-UNC-FILES(UNC-IDX)
              ADD TOTPG OF SPLFOUTF-REC TO WS-UNC-PAGES(UNC-IDX)
              IF WS-CRT-CCYYMMDD > WS-UNC-LSTDT(UNC-IDX)
                 MOVE WS-CRT-CCYYMMDD TO WS-UNC-LSTDT(UNC-IDX)
              END-IF
           END-IF.

      *================================================================

       2000-LIST-UNCATALOGED.

           MOVE SPACES TO SPLFCATLST-REC.
           WRITE SPLFCATLST-REC.
           MOVE UNC-HDR-LINE TO SPLFCATLST-REC.
           WRITE SPLFCATLST-REC.
           MOVE UNC-COL-LINE TO SPLFCATLST-REC.
           WRITE SPLFCATLST-REC.

           PERFORM VARYING UNC-IDX FROM 1 BY 1
                   UNTIL UNC-IDX > WS-UNC-COUNT
              MOVE WS-UNC-SPLFNM(UNC-IDX) TO UNC-SPLFNM
              MOVE WS-UNC-USRDTA(UNC-IDX) TO UNC-USRDTA
              MOVE WS-UNC-USERNM(UNC-IDX) TO UNC-USERNM
              MOVE WS-UNC-FILES(UNC-IDX)  TO UNC-FILES
              MOVE WS-UNC-PAGES(UNC-IDX)  TO UNC-PAGES
              MOVE WS-UNC-LSTDT(UNC-IDX)  TO UNC-LSTDT
              MOVE UNC-LINE TO SPLFCATLST-REC
              WRITE SPLFCATLST-REC
           END-PERFORM.

      *================================================================
      *  Business days since the report was last produced, against
      *  the allowance for its frequency.
      *================================================================

       3000-CHECK-FREQUENCY.

           EVALUATE CATFREQ OF SPLFCAT-REC
              WHEN "D"
                 MOVE 1 TO WS-ALLOW-DAYS
              WHEN "W"
                 MOVE 5 TO WS-ALLOW-DAYS
              WHEN "M"
                 MOVE 23 TO WS-ALLOW-DAYS
              WHEN "Q"
                 MOVE 65 TO WS-ALLOW-DAYS
              WHEN "A"
                 MOVE 261 TO WS-ALLOW-DAYS
              WHEN OTHER
                 MOVE ZEROES TO WS-ALLOW-DAYS
           END-EVALUATE.

           IF WS-ALLOW-DAYS > ZEROES
              IF CATLSTDT OF SPLFCAT-REC > ZEROES
                 MOVE CATLSTDT OF SPLFCAT-REC TO WS-SINCE-DATE
              ELSE
                 MOVE CATADDDT OF SPLFCAT-REC TO WS-SINCE-DATE
              END-IF
              MOVE "D"           TO BUSDAY-FUNC
              MOVE WS-SINCE-DATE TO BUSDAY-FROM
              MOVE LINK-RUN-DATE TO BUSDAY-TO
              CALL "BUSDAYSVC" USING BUSDAY-PARM
              IF BUSDAY-COUNT > WS-ALLOW-DAYS
                 PERFORM 3100-PRINT-OVERDUE
              END-IF
           END-IF.

      *================================================================

       3100-PRINT-OVERDUE.

           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE CATSPLFNM OF SPLFCAT-REC TO OVD-SPLFNM.
           MOVE CATUSRDTA OF SPLFCAT-REC TO OVD-USRDTA.
           MOVE CATFREQ   OF SPLFCAT-REC TO OVD-FREQ.
           IF CATLSTDT OF SPLFCAT-REC > ZEROES
              MOVE CATLSTDT OF SPLFCAT-REC TO OVD-LSTDT
           ELSE
              MOVE "NEVER"                 TO OVD-LSTDT
           END-IF.
           MOVE BUSDAY-COUNT             TO OVD-DAYS.
           MOVE CATDEPT   OF SPLFCAT-REC TO OVD-DEPT.
           MOVE CATOWNER  OF SPLFCAT-REC TO OVD-OWNER.
           MOVE OVD-LINE TO SPLFCATLST-REC.
           WRITE SPLFCATLST-REC.
