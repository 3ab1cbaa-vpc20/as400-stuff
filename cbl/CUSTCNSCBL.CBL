       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTCNSCBL.

      *================================================================
      *  Month-end customer census - sales and finance both want the
      *  customer base counted every month, and queries over CUSTPF
      *  never agree because of merged-away records (CUSTMRGTO) and
      *  those CUSTRETCBL moved out to CUSTARCH. Runs on the MONTHEND
      *  chain and counts, under the run date's CCYYMM:
      *
      *    00 customer base - open accounts (any status but "I",
      *       not merged away), inactive, merged away, archived on
      *       CUSTARCH, and all records - one definition for all;
      *    10 open accounts by status, 20 held ones by reason
      *       (CUSTSRPF description beside it), 30 by city, 40 by
      *       postal area (first three characters of CUSTPOST) and
      *       50 by age since creation - the first CUSTPF "ADD" on
      *       the audit trail; accounts older than the trail are
      *       "NOT KNOWN";
      *    60 movements in the month off AUDITTRL/AUDITARC - new,
      *       merged away, retired (logical delete), reactivated,
      *       archived and restored.
      *
      *  The counts go to CUSTCNSHS and print beside the prior
      *  month's and the same month a year ago. A value counted in
      *  either of those months but gone now is carried as zero,
      *  so nothing silently drops off the comparison. A rerun for
      *  the same month replaces that month's rows.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTARCH       ASSIGN  TO DATABASE-CUSTARCH
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         RTCUSTNO.

           SELECT CUSTSRPF       ASSIGN  TO DATABASE-CUSTSRPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SRKEY.

           SELECT AUDITTRL       ASSIGN  TO DATABASE-AUDITTRL
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT AUDITARC       ASSIGN  TO DATABASE-AUDITARC
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTCNSWK      ASSIGN  TO DATABASE-CUSTCNSWK
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CWCUSTNO.

           SELECT CUSTCNSHS      ASSIGN  TO DATABASE-CUSTCNSHS
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CNKEY OF CUSTCNSHS-REC.

      *          Second path over the same history - the prior
      *          month and year-ago rows are read by key while the
      *          current month is being browsed.
           SELECT PRVCNSHS       ASSIGN  TO DATABASE-CUSTCNSHS
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CNKEY OF PRVCNSHS-REC.

           SELECT CUSTCNSLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTARCH
           LABEL RECORDS ARE STANDARD.
       01  CUSTARCH-REC.
           COPY DDS-ALL-FORMATS OF CUSTARCH.

       FD  CUSTSRPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTSRPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTSRPF.

       FD  AUDITTRL
           LABEL RECORDS ARE STANDARD.
       01  AUDITTRL-REC.
           COPY DDS-ALL-FORMATS OF AUDITTRL.

       FD  AUDITARC
           LABEL RECORDS ARE STANDARD.
       01  AUDITARC-REC             PIC X(205).

       FD  CUSTCNSWK
           LABEL RECORDS ARE STANDARD.
       01  CUSTCNSWK-REC.
           COPY DDS-ALL-FORMATS OF CUSTCNSWK.

       FD  CUSTCNSHS
           LABEL RECORDS ARE STANDARD.
       01  CUSTCNSHS-REC.
           COPY DDS-ALL-FORMATS OF CUSTCNSHS.

       FD  PRVCNSHS
           LABEL RECORDS ARE STANDARD.
       01  PRVCNSHS-REC.
           COPY DDS-ALL-FORMATS OF CUSTCNSHS.

       FD  CUSTCNSLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTCNSLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-CUSTPF-SW       PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTPF          VALUE B"0".
               88  EOF-CUSTPF              VALUE B"1".
           05  EOF-CUSTARCH-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTARCH        VALUE B"0".
               88  EOF-CUSTARCH            VALUE B"1".
           05  EOF-AUDIT-SW        PIC 1   VALUE B"0".
               88  NOT-EOF-AUDIT           VALUE B"0".
               88  EOF-AUDIT               VALUE B"1".
           05  EOF-CUSTCNSHS-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTCNSHS       VALUE B"0".
               88  EOF-CUSTCNSHS           VALUE B"1".
           05  EOF-PRVCNSHS-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-PRVCNSHS        VALUE B"0".
               88  EOF-PRVCNSHS            VALUE B"1".
           05  PRIOR-CENSUS-SW     PIC 1   VALUE B"0".
               88  NO-PRIOR-CENSUS         VALUE B"0".
               88  HAVE-PRIOR-CENSUS       VALUE B"1".
           05  YEAR-CENSUS-SW      PIC 1   VALUE B"0".
               88  NO-YEAR-CENSUS          VALUE B"0".
               88  HAVE-YEAR-CENSUS        VALUE B"1".
           05  MONTH-FOUND-SW      PIC 1   VALUE B"0".
               88  MONTH-NOT-FOUND         VALUE B"0".
               88  MONTH-FOUND             VALUE B"1".

       01  CENSUS-WORK.
           05  WS-CNS-MONTH        PIC 9(6).
           05  WS-CNS-MONTH-X REDEFINES WS-CNS-MONTH.
               10  WS-CNS-CCYY     PIC 9(4).
               10  WS-CNS-MM       PIC 9(2).
           05  WS-PRV-MONTH        PIC 9(6).
           05  WS-PRV-MONTH-X REDEFINES WS-PRV-MONTH.
               10  WS-PRV-CCYY     PIC 9(4).
               10  WS-PRV-MM       PIC 9(2).
           05  WS-YAGO-MONTH       PIC 9(6).
           05  WS-SEED-MONTH       PIC 9(6).
           05  WS-CNS-TS           PIC X(21).
           05  WS-LAST-CUSTNO      PIC 9(6)  VALUE ZEROES.
           05  WS-AGE-YEARS        PIC S9(5) VALUE ZEROES.

      *          The row being counted - section and value; 8100-
      *          BUMP-COUNT adds one to it on CUSTCNSHS.
       01  COUNT-KEY.
           05  WS-CNT-SECT         PIC 9(2).
           05  WS-CNT-VALUE        PIC X(20).

      *          Rows every month carries even at zero, so the base,
      *          age and movement sections always read in full.
       01  FIXED-ROW-VALUES.
           05  FILLER PIC X(22) VALUE "001 OPEN ACCOUNTS".
           05  FILLER PIC X(22) VALUE "002 INACTIVE".
           05  FILLER PIC X(22) VALUE "003 MERGED AWAY".
           05  FILLER PIC X(22) VALUE "004 ARCHIVED".
           05  FILLER PIC X(22) VALUE "005 ALL RECORDS".
           05  FILLER PIC X(22) VALUE "501 UNDER 1 YEAR".
           05  FILLER PIC X(22) VALUE "502 1 TO 2 YEARS".
           05  FILLER PIC X(22) VALUE "503 2 TO 5 YEARS".
           05  FILLER PIC X(22) VALUE "504 5 TO 10 YEARS".
           05  FILLER PIC X(22) VALUE "505 10 YEARS OR MORE".
           05  FILLER PIC X(22) VALUE "509 NOT KNOWN".
           05  FILLER PIC X(22) VALUE "601 NEW".
           05  FILLER PIC X(22) VALUE "602 MERGED AWAY".
           05  FILLER PIC X(22) VALUE "603 RETIRED".
           05  FILLER PIC X(22) VALUE "604 REACTIVATED".
           05  FILLER PIC X(22) VALUE "605 ARCHIVED".
           05  FILLER PIC X(22) VALUE "606 RESTORED".
       01  FIXED-ROW-TABLE REDEFINES FIXED-ROW-VALUES.
           05  FIXED-ROW OCCURS 17 TIMES.
               10  FR-SECT         PIC 9(2).
               10  FR-VALUE        PIC X(20).
       01  FR-IX                   PIC 9(2)  VALUE ZEROES.

       01  SECTION-TITLES.
           05  FILLER PIC X(32) VALUE "00CUSTOMER BASE".
           05  FILLER PIC X(32) VALUE "10OPEN ACCOUNTS BY STATUS".
           05  FILLER PIC X(32) VALUE "20HELD ACCOUNTS BY REASON".
           05  FILLER PIC X(32) VALUE "30OPEN ACCOUNTS BY CITY".
           05  FILLER PIC X(32) VALUE "40OPEN ACCOUNTS BY POSTAL AREA".
           05  FILLER PIC X(32) VALUE "50OPEN ACCOUNTS BY AGE".
           05  FILLER PIC X(32) VALUE "60MOVEMENTS IN THE MONTH".
       01  SECTION-TITLE-TABLE REDEFINES SECTION-TITLES.
           05  SECTION-TITLE OCCURS 7 TIMES.
               10  ST-SECT         PIC 9(2).
               10  ST-TITLE        PIC X(30).
       01  ST-IX                   PIC 9(2)  VALUE ZEROES.
       01  WS-BRK-SECT             PIC 9(2)  VALUE 99.

       01  CENSUS-COUNTERS.
           05  WS-CUST-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-ARCH-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-MOVE-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-CLEARED-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-PRV-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-YAGO-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-DIFF             PIC S9(7) VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(27)
                   VALUE "MONTH-END CUSTOMER CENSUS".
               10  FILLER           PIC X(08) VALUE "  MONTH ".
               10  HDR-MONTH        PIC 9(6).
               10  FILLER           PIC X(11) VALUE "  RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  SECT-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  SECT-TITLE       PIC X(30).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(22) VALUE "VALUE".
               10  FILLER           PIC X(31) VALUE "DESCRIPTION".
               10  FILLER           PIC X(10) VALUE "THIS MONTH".
               10  FILLER           PIC X(10) VALUE "  PRIOR MO".
               10  FILLER           PIC X(10) VALUE "    CHANGE".
               10  FILLER           PIC X(10) VALUE "  YEAR AGO".
               10  FILLER           PIC X(10) VALUE "    CHANGE".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-VALUE        PIC X(20).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-DESC         PIC X(30).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-COUNT        PIC ZZZZZZZZZ9.
               10  DTL-PRV          PIC ZZZZZZZZZ9.
               10  DTL-PRV-X REDEFINES DTL-PRV PIC X(10).
               10  DTL-PRV-DIFF     PIC ZZZZZZZZ9-.
               10  DTL-PRV-DIFF-X REDEFINES DTL-PRV-DIFF PIC X(10).
               10  DTL-YAGO         PIC ZZZZZZZZZ9.
               10  DTL-YAGO-X REDEFINES DTL-YAGO PIC X(10).
               10  DTL-YAGO-DIFF    PIC ZZZZZZZZ9-.
               10  DTL-YAGO-DIFF-X REDEFINES DTL-YAGO-DIFF PIC X(10).
           05  BLANK-LINE           PIC X(132) VALUE SPACES.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(08).
       01  LINK-RUN-ID              PIC 9(06).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           PERFORM 9000-SET-UP.

           PERFORM 8000-CLEAR-MONTH-ROWS.
           PERFORM 1000-SEED-ROWS.
           PERFORM 2000-SCAN-AUDIT-TRAIL.
           PERFORM 3000-COUNT-CUSTPF.
           PERFORM 4000-COUNT-CUSTARCH.
           PERFORM 5000-PRINT-CENSUS.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================
      *  Zero rows first - the fixed base/age/movement rows, then
      *  every value the prior month and the year-ago month counted.
      *================================================================

       1000-SEED-ROWS.

           PERFORM VARYING FR-IX FROM 1 BY 1 UNTIL FR-IX > 17
              MOVE FR-SECT(FR-IX)  TO WS-CNT-SECT
              MOVE FR-VALUE(FR-IX) TO WS-CNT-VALUE
              PERFORM 8200-SEED-ROW
           END-PERFORM.

           MOVE WS-PRV-MONTH TO WS-SEED-MONTH.
           PERFORM 1100-SEED-FROM-MONTH.
           IF MONTH-FOUND
              SET HAVE-PRIOR-CENSUS TO TRUE
           END-IF.

           MOVE WS-YAGO-MONTH TO WS-SEED-MONTH.
           PERFORM 1100-SEED-FROM-MONTH.
           IF MONTH-FOUND
              SET HAVE-YEAR-CENSUS TO TRUE
           END-IF.

      *================================================================

       1100-SEED-FROM-MONTH.

           SET MONTH-NOT-FOUND  TO TRUE.
           SET NOT-EOF-PRVCNSHS TO TRUE.
           MOVE LOW-VALUES    TO CNKEY   OF PRVCNSHS-REC.
           MOVE WS-SEED-MONTH TO CNMONTH OF PRVCNSHS-REC.
           START PRVCNSHS KEY IS NOT LESS THAN CNKEY OF PRVCNSHS-REC
              INVALID KEY
                 SET EOF-PRVCNSHS TO TRUE
           END-START.

           PERFORM UNTIL EOF-PRVCNSHS
              READ PRVCNSHS NEXT RECORD
                 AT END
                    SET EOF-PRVCNSHS TO TRUE
                 NOT AT END
                    IF CNMONTH OF PRVCNSHS-REC NOT = WS-SEED-MONTH
                       SET EOF-PRVCNSHS TO TRUE
                    ELSE
                       SET MONTH-FOUND TO TRUE
                       MOVE CNSECT  OF PRVCNSHS-REC TO WS-CNT-SECT
                       MOVE CNVALUE OF PRVCNSHS-REC TO WS-CNT-VALUE
                       PERFORM 8200-SEED-ROW
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  One pass of the audit trail, archive first so the entries
      *  come in date order: every CUSTPF "ADD" files the creation
      *  date on CUSTCNSWK (the first one stands), and the month's
      *  CUSTPF entries are counted as movements. Of the two MERGE
      *  entries an approval writes, only the merged-away side
      *  ("MERGED INTO ...") is a movement.
      *================================================================

       2000-SCAN-AUDIT-TRAIL.

           SET NOT-EOF-AUDIT TO TRUE.
           PERFORM UNTIL EOF-AUDIT
              READ AUDITARC NEXT RECORD INTO AUDITTRL-REC
                 AT END
                    SET EOF-AUDIT TO TRUE
                 NOT AT END
                    PERFORM 2100-AUDIT-ENTRY
              END-READ
           END-PERFORM.

           SET NOT-EOF-AUDIT TO TRUE.
           PERFORM UNTIL EOF-AUDIT
              READ AUDITTRL NEXT RECORD
                 AT END
                    SET EOF-AUDIT TO TRUE
                 NOT AT END
                    PERFORM 2100-AUDIT-ENTRY
              END-READ
           END-PERFORM.

      *================================================================

       2100-AUDIT-ENTRY.

           IF AUDFILE OF AUDITTRL-REC = "CUSTPF"
           AND AUDKEY OF AUDITTRL-REC(1:6) IS NUMERIC

              IF AUDMODE OF AUDITTRL-REC = "ADD"
                 MOVE AUDKEY OF AUDITTRL-REC(1:6)
                                   TO CWCUSTNO  OF CUSTCNSWK-REC
                 MOVE AUDTS  OF AUDITTRL-REC(1:8)
                                   TO CWCRTDATE OF CUSTCNSWK-REC
                 WRITE CUSTCNSWK-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF

              IF AUDTS OF AUDITTRL-REC(1:6) = WS-CNS-MONTH
                 MOVE 60     TO WS-CNT-SECT
                 MOVE SPACES TO WS-CNT-VALUE
                 EVALUATE AUDMODE OF AUDITTRL-REC
                    WHEN "ADD"
                       MOVE "1 NEW"         TO WS-CNT-VALUE
                    WHEN "MERGE"
                       IF AUD-AFT-DATA OF AUDITTRL-REC(1:12)
                             = "MERGED INTO "
                          MOVE "2 MERGED AWAY" TO WS-CNT-VALUE
                       END-IF
                    WHEN "DELETE"
                       MOVE "3 RETIRED"     TO WS-CNT-VALUE
                    WHEN "REACTIV"
                       MOVE "4 REACTIVATED" TO WS-CNT-VALUE
                    WHEN "ARCHIVE"
                       MOVE "5 ARCHIVED"    TO WS-CNT-VALUE
                    WHEN "RESTORE"
                       MOVE "6 RESTORED"    TO WS-CNT-VALUE
                 END-EVALUATE
                 IF WS-CNT-VALUE NOT = SPACES
                    PERFORM 8100-BUMP-COUNT
                    ADD 1 TO WS-MOVE-COUNT
                 END-IF
              END-IF

           END-IF.

      *================================================================
      *  CUSTPF is keyed with duplicates - a CUSTNO is counted once,
      *  on its first row.
      *================================================================

       3000-COUNT-CUSTPF.

           MOVE ZEROES TO CUSTNO OF CUSTPF-REC.
           START CUSTPF KEY IS NOT LESS THAN CUSTNO OF CUSTPF-REC
              INVALID KEY
                 SET EOF-CUSTPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTPF
              READ CUSTPF NEXT RECORD
                 AT END
                    SET EOF-CUSTPF TO TRUE
                 NOT AT END
                    IF WS-CUST-COUNT = ZEROES
                    OR CUSTNO OF CUSTPF-REC NOT = WS-LAST-CUSTNO
                       MOVE CUSTNO OF CUSTPF-REC TO WS-LAST-CUSTNO
                       ADD 1 TO WS-CUST-COUNT
                       PERFORM 3100-COUNT-CUSTOMER
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       3100-COUNT-CUSTOMER.

           MOVE 00                TO WS-CNT-SECT.
           MOVE "5 ALL RECORDS"   TO WS-CNT-VALUE.
           PERFORM 8100-BUMP-COUNT.

           IF CUSTMRGTO OF CUSTPF-REC NOT = ZEROES
              MOVE "3 MERGED AWAY" TO WS-CNT-VALUE
              PERFORM 8100-BUMP-COUNT
           ELSE
              IF CUSTSTAT OF CUSTPF-REC = "I"
                 MOVE "2 INACTIVE" TO WS-CNT-VALUE
                 PERFORM 8100-BUMP-COUNT
              ELSE
                 MOVE "1 OPEN ACCOUNTS" TO WS-CNT-VALUE
                 PERFORM 8100-BUMP-COUNT
                 PERFORM 3200-COUNT-OPEN-ACCOUNT
              END-IF
           END-IF.

      *================================================================

       3200-COUNT-OPEN-ACCOUNT.

           MOVE 10 TO WS-CNT-SECT.
           MOVE SPACES TO WS-CNT-VALUE.
           EVALUATE CUSTSTAT OF CUSTPF-REC
              WHEN "A"
                 MOVE "A ACTIVE"         TO WS-CNT-VALUE
              WHEN "H"
                 MOVE "H CREDIT HOLD"    TO WS-CNT-VALUE
              WHEN "L"
                 MOVE "L LEGAL HOLD"     TO WS-CNT-VALUE
              WHEN "P"
                 MOVE "P PENDING CLOSE"  TO WS-CNT-VALUE
              WHEN OTHER
                 MOVE CUSTSTAT OF CUSTPF-REC TO WS-CNT-VALUE(1:1)
                 MOVE "UNKNOWN STATUS"   TO WS-CNT-VALUE(3:18)
           END-EVALUATE.
           PERFORM 8100-BUMP-COUNT.

           IF CUSTSTAT OF CUSTPF-REC NOT = "A"
              MOVE 20 TO WS-CNT-SECT
              MOVE SPACES TO WS-CNT-VALUE
              MOVE CUSTSTAT  OF CUSTPF-REC TO WS-CNT-VALUE(1:1)
              MOVE CUSTSTRSN OF CUSTPF-REC TO WS-CNT-VALUE(3:3)
              PERFORM 8100-BUMP-COUNT
           END-IF.

           MOVE 30 TO WS-CNT-SECT.
           MOVE CUSTCITY OF CUSTPF-REC TO WS-CNT-VALUE.
           IF WS-CNT-VALUE = SPACES
              MOVE "(NO CITY)" TO WS-CNT-VALUE
           END-IF.
           PERFORM 8100-BUMP-COUNT.

           MOVE 40 TO WS-CNT-SECT.
           MOVE SPACES TO WS-CNT-VALUE.
           MOVE CUSTPOST OF CUSTPF-REC(1:3) TO WS-CNT-VALUE.
           IF WS-CNT-VALUE = SPACES
              MOVE "(NO POSTCODE)" TO WS-CNT-VALUE
           END-IF.
           PERFORM 8100-BUMP-COUNT.

           PERFORM 3300-COUNT-AGE.

      *================================================================
      *  Whole years from the creation date to the run date -
      *  CCYYMMDD less CCYYMMDD, divided by 10000, is the count of
      *  complete years between them.
      *================================================================

       3300-COUNT-AGE.

           MOVE 50 TO WS-CNT-SECT.
           MOVE CUSTNO OF CUSTPF-REC TO CWCUSTNO OF CUSTCNSWK-REC.
           READ CUSTCNSWK
              INVALID KEY
                 MOVE "9 NOT KNOWN" TO WS-CNT-VALUE
              NOT INVALID KEY
                 COMPUTE WS-AGE-YEARS =
                    (LINK-RUN-DATE - CWCRTDATE OF CUSTCNSWK-REC)
                    / 10000
                 EVALUATE TRUE
                    WHEN WS-AGE-YEARS < 1
                       MOVE "1 UNDER 1 YEAR"      TO WS-CNT-VALUE
                    WHEN WS-AGE-YEARS < 2
                       MOVE "2 1 TO 2 YEARS"      TO WS-CNT-VALUE
                    WHEN WS-AGE-YEARS < 5
                       MOVE "3 2 TO 5 YEARS"      TO WS-CNT-VALUE
                    WHEN WS-AGE-YEARS < 10
                       MOVE "4 5 TO 10 YEARS"     TO WS-CNT-VALUE
                    WHEN OTHER
                       MOVE "5 10 YEARS OR MORE"  TO WS-CNT-VALUE
                 END-EVALUATE
           END-READ.
           PERFORM 8100-BUMP-COUNT.

      *================================================================
      *  Archived customers are off CUSTPF altogether - counted in
      *  the base so "all records" ties to both files.
      *================================================================

       4000-COUNT-CUSTARCH.

           MOVE ZEROES TO RTCUSTNO OF CUSTARCH-REC.
           START CUSTARCH KEY IS NOT LESS THAN RTCUSTNO OF CUSTARCH-REC
              INVALID KEY
                 SET EOF-CUSTARCH TO TRUE
           END-START.

           MOVE 00 TO WS-CNT-SECT.
           PERFORM UNTIL EOF-CUSTARCH
              READ CUSTARCH NEXT RECORD
                 AT END
                    SET EOF-CUSTARCH TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ARCH-COUNT
                    MOVE "4 ARCHIVED"    TO WS-CNT-VALUE
                    PERFORM 8100-BUMP-COUNT
                    MOVE "5 ALL RECORDS" TO WS-CNT-VALUE
                    PERFORM 8100-BUMP-COUNT
              END-READ
           END-PERFORM.

      *================================================================

       5000-PRINT-CENSUS.

           MOVE LOW-VALUES   TO CNKEY   OF CUSTCNSHS-REC.
           MOVE WS-CNS-MONTH TO CNMONTH OF CUSTCNSHS-REC.
           SET NOT-EOF-CUSTCNSHS TO TRUE.
           START CUSTCNSHS KEY IS NOT LESS THAN CNKEY OF CUSTCNSHS-REC
              INVALID KEY
                 SET EOF-CUSTCNSHS TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTCNSHS
              READ CUSTCNSHS NEXT RECORD
                 AT END
                    SET EOF-CUSTCNSHS TO TRUE
                 NOT AT END
                    IF CNMONTH OF CUSTCNSHS-REC NOT = WS-CNS-MONTH
                       SET EOF-CUSTCNSHS TO TRUE
                    ELSE
                       IF CNSECT OF CUSTCNSHS-REC NOT = WS-BRK-SECT
                          PERFORM 5100-PRINT-SECTION-HEAD
                       END-IF
                       PERFORM 5200-PRINT-ROW
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       5100-PRINT-SECTION-HEAD.

           MOVE CNSECT OF CUSTCNSHS-REC TO WS-BRK-SECT.
           MOVE SPACES TO SECT-TITLE.
           PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > 7
              IF ST-SECT(ST-IX) = WS-BRK-SECT
                 MOVE ST-TITLE(ST-IX) TO SECT-TITLE
              END-IF
           END-PERFORM.

           MOVE BLANK-LINE TO CUSTCNSLST-REC.
           WRITE CUSTCNSLST-REC.
           MOVE SECT-LINE TO CUSTCNSLST-REC.
           WRITE CUSTCNSLST-REC.
           MOVE COL-LINE TO CUSTCNSLST-REC.
           WRITE CUSTCNSLST-REC.

      *================================================================
      *  A comparison month with no census at all prints blank, not
      *  as a fall to zero.
      *================================================================

       5200-PRINT-ROW.

           MOVE CNVALUE OF CUSTCNSHS-REC TO DTL-VALUE.
           MOVE CNCOUNT OF CUSTCNSHS-REC TO DTL-COUNT.
           MOVE SPACES TO DTL-DESC.
           IF CNSECT OF CUSTCNSHS-REC = 20
              MOVE CNVALUE OF CUSTCNSHS-REC(1:1) TO SRSTAT
              MOVE CNVALUE OF CUSTCNSHS-REC(3:3) TO SRRSN
              READ CUSTSRPF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SRDESC TO DTL-DESC
              END-READ
           END-IF.

           IF HAVE-PRIOR-CENSUS
              MOVE WS-PRV-MONTH TO WS-SEED-MONTH
              PERFORM 5300-READ-COMPARISON
              MOVE WS-PRV-COUNT TO DTL-PRV
              COMPUTE WS-DIFF = CNCOUNT OF CUSTCNSHS-REC - WS-PRV-COUNT
              MOVE WS-DIFF TO DTL-PRV-DIFF
           ELSE
              MOVE SPACES TO DTL-PRV-X
                             DTL-PRV-DIFF-X
           END-IF.

           IF HAVE-YEAR-CENSUS
              MOVE WS-YAGO-MONTH TO WS-SEED-MONTH
              PERFORM 5300-READ-COMPARISON
              MOVE WS-PRV-COUNT TO DTL-YAGO
              COMPUTE WS-DIFF = CNCOUNT OF CUSTCNSHS-REC - WS-PRV-COUNT
              MOVE WS-DIFF TO DTL-YAGO-DIFF
           ELSE
              MOVE SPACES TO DTL-YAGO-X
                             DTL-YAGO-DIFF-X
           END-IF.

           MOVE DTL-LINE TO CUSTCNSLST-REC.
           WRITE CUSTCNSLST-REC.

      *================================================================

       5300-READ-COMPARISON.

           MOVE WS-SEED-MONTH             TO CNMONTH OF PRVCNSHS-REC.
           MOVE CNSECT  OF CUSTCNSHS-REC  TO CNSECT  OF PRVCNSHS-REC.
           MOVE CNVALUE OF CUSTCNSHS-REC  TO CNVALUE OF PRVCNSHS-REC.
           READ PRVCNSHS
              INVALID KEY
                 MOVE ZEROES TO WS-PRV-COUNT
              NOT INVALID KEY
                 MOVE CNCOUNT OF PRVCNSHS-REC TO WS-PRV-COUNT
           END-READ.

      *================================================================

       8000-CLEAR-MONTH-ROWS.

           MOVE LOW-VALUES   TO CNKEY   OF CUSTCNSHS-REC.
           MOVE WS-CNS-MONTH TO CNMONTH OF CUSTCNSHS-REC.
           START CUSTCNSHS KEY IS NOT LESS THAN CNKEY OF CUSTCNSHS-REC
              INVALID KEY
                 SET EOF-CUSTCNSHS TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTCNSHS
              READ CUSTCNSHS NEXT RECORD
                 AT END
                    SET EOF-CUSTCNSHS TO TRUE
                 NOT AT END
                    IF CNMONTH OF CUSTCNSHS-REC NOT = WS-CNS-MONTH
                       SET EOF-CUSTCNSHS TO TRUE
                    ELSE
                       DELETE CUSTCNSHS
                       ADD 1 TO WS-CLEARED-COUNT
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       8100-BUMP-COUNT.

           MOVE WS-CNS-MONTH TO CNMONTH OF CUSTCNSHS-REC.
           MOVE WS-CNT-SECT  TO CNSECT  OF CUSTCNSHS-REC.
           MOVE WS-CNT-VALUE TO CNVALUE OF CUSTCNSHS-REC.
           READ CUSTCNSHS
              INVALID KEY
                 MOVE 1          TO CNCOUNT OF CUSTCNSHS-REC
                 MOVE LINK-RUN-ID TO CNRUNID OF CUSTCNSHS-REC
                 MOVE WS-CNS-TS  TO CNTS    OF CUSTCNSHS-REC
                 WRITE CUSTCNSHS-REC
              NOT INVALID KEY
                 ADD 1 TO CNCOUNT OF CUSTCNSHS-REC
                 REWRITE CUSTCNSHS-REC
           END-READ.

      *================================================================

       8200-SEED-ROW.

           MOVE WS-CNS-MONTH TO CNMONTH OF CUSTCNSHS-REC.
           MOVE WS-CNT-SECT  TO CNSECT  OF CUSTCNSHS-REC.
           MOVE WS-CNT-VALUE TO CNVALUE OF CUSTCNSHS-REC.
           MOVE ZEROES       TO CNCOUNT OF CUSTCNSHS-REC.
           MOVE LINK-RUN-ID  TO CNRUNID OF CUSTCNSHS-REC.
           MOVE WS-CNS-TS    TO CNTS    OF CUSTCNSHS-REC.
           WRITE CUSTCNSHS-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.

      *================================================================

       9000-SET-UP.

           OPEN INPUT  CUSTPF
                       CUSTARCH
                       CUSTSRPF
                       AUDITTRL
                       AUDITARC
                       PRVCNSHS.
           OPEN OUTPUT CUSTCNSWK.
           CLOSE       CUSTCNSWK.
           OPEN I-O    CUSTCNSWK
                       CUSTCNSHS.
           OPEN OUTPUT CUSTCNSLST.

           MOVE LINK-RUN-DATE(1:6)    TO WS-CNS-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-CNS-TS.

           MOVE WS-CNS-MONTH TO WS-PRV-MONTH.
           IF WS-CNS-MM = 01
              SUBTRACT 1 FROM WS-PRV-CCYY
              MOVE 12 TO WS-PRV-MM
           ELSE
              SUBTRACT 1 FROM WS-PRV-MM
           END-IF.
           COMPUTE WS-YAGO-MONTH = WS-CNS-MONTH - 100.

           MOVE WS-CNS-MONTH  TO HDR-MONTH.
           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO CUSTCNSLST-REC.
           WRITE CUSTCNSLST-REC.

      *================================================================

       9900-CLEAN-UP.

           CLOSE CUSTPF
                 CUSTARCH
                 CUSTSRPF
                 AUDITTRL
                 AUDITARC
                 CUSTCNSWK
                 CUSTCNSHS
                 PRVCNSHS
                 CUSTCNSLST.

           DISPLAY "CUSTCNSCBL: month " WS-CNS-MONTH ", "
                   WS-CUST-COUNT " on CUSTPF, "
                   WS-ARCH-COUNT " archived, "
                   WS-MOVE-COUNT " movements, "
                   WS-CLEARED-COUNT " replaced".
