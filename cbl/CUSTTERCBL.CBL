       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTTERCBL.

      *================================================================
      *  Sales territory reassignment - run after the CUSTTERPF
      *  ranges have been changed on CUSTTERMNT (and harmless as a
      *  nightly step, since a customer who has not moved is left
      *  alone). Every customer on CUSTPF is put back through the
      *  CUSTTERSVC routine, which re-derives the territory from the
      *  postal code and files it on CUSTTASPF, and every customer
      *  whose territory or rep changed is printed before and after
      *  - the list sales management signs off for commission.
      *  Merged-away customers are skipped: their business is on
      *  the surviving account. Customers no range covers are
      *  listed separately at the end so the gap in the ranges can
      *  be closed.
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

           SELECT CUSTTERLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTTERLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTTERLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-CUSTPF-SW       PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTPF          VALUE B"0".
               88  EOF-CUSTPF              VALUE B"1".

      *          Customers with no covering range, held back for the
      *          second list.

       01  NORANGE-TABLE.
           05  WS-NOR-COUNT        PIC S9(4) BINARY VALUE ZEROES.
           05  WS-NOR-ENTRY        OCCURS 500 TIMES
                                   INDEXED BY NOR-IDX.
               10  WS-NOR-CUSTNO   PIC 9(6).
               10  WS-NOR-NAME     PIC X(30).
               10  WS-NOR-POST     PIC X(10).
       01  WS-NOR-TOTAL            PIC S9(7) VALUE ZEROES.

       01  TERSVC-PARM.
           05  TERSVC-CUSTNO       PIC 9(6).
           05  TERSVC-POST         PIC X(10).
           05  TERSVC-SRC          PIC X(1).
           05  TERSVC-TERR         PIC X(10).
           05  TERSVC-REP          PIC X(10).
           05  TERSVC-OLD-TERR     PIC X(10).
           05  TERSVC-OLD-REP      PIC X(10).
           05  TERSVC-STAT         PIC X(1).

       01  TERRITORY-COUNTERS.
           05  WS-CUST-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-MERGED-COUNT     PIC S9(7) VALUE ZEROES.
           05  WS-MOVED-COUNT      PIC S9(7) VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(45)
                   VALUE "SALES TERRITORY REASSIGNMENT".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "CUSTNO".
               10  FILLER           PIC X(32) VALUE "NAME".
               10  FILLER           PIC X(12) VALUE "POSTAL CODE".
               10  FILLER           PIC X(24) VALUE "BEFORE TERR / REP".
               10  FILLER           PIC X(24) VALUE "AFTER TERR / REP".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-NAME         PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-POST         PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-OLD-TERR     PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-OLD-REP      PIC X(10).
               10  FILLER           PIC X(03) VALUE SPACES.
               10  DTL-NEW-TERR     PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-NEW-REP      PIC X(10).
           05  NOR-HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(60)
                   VALUE "CUSTOMERS NO TERRITORY RANGE COVERS".
           05  NOR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  NOR-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  NOR-NAME         PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  NOR-POST         PIC X(10).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(11) VALUE "CUSTOMERS:".
               10  TTL-CUST         PIC ZZZZZZ9.
               10  FILLER           PIC X(10) VALUE "  MERGED:".
               10  TTL-MERGED       PIC ZZZZZZ9.
               10  FILLER           PIC X(09) VALUE "  MOVED:".
               10  TTL-MOVED        PIC ZZZZZZ9.
               10  FILLER           PIC X(12) VALUE "  NO RANGE:".
               10  TTL-NORANGE      PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(8).
       01  LINK-RUN-ID              PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           OPEN INPUT  CUSTPF.
           OPEN OUTPUT CUSTTERLST.

           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO CUSTTERLST-REC.
           WRITE CUSTTERLST-REC.
           MOVE COL-LINE TO CUSTTERLST-REC.
           WRITE CUSTTERLST-REC.

           MOVE LOW-VALUES TO CUSTNO OF CUSTPF-REC.
           START CUSTPF KEY IS NOT LESS THAN CUSTNO OF CUSTPF-REC
              INVALID KEY
                 SET EOF-CUSTPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTPF
              READ CUSTPF NEXT RECORD
                 AT END
                    SET EOF-CUSTPF TO TRUE
                 NOT AT END
                    PERFORM 1000-REASSIGN-CUSTOMER
              END-READ
           END-PERFORM.

           PERFORM 2000-LIST-NO-RANGE.

           MOVE SPACES TO CUSTTERLST-REC.
           WRITE CUSTTERLST-REC.
           MOVE WS-CUST-COUNT    TO TTL-CUST.
           MOVE WS-MERGED-COUNT  TO TTL-MERGED.
           MOVE WS-MOVED-COUNT   TO TTL-MOVED.
           MOVE WS-NOR-TOTAL     TO TTL-NORANGE.
           MOVE TOTAL-LINE TO CUSTTERLST-REC.
           WRITE CUSTTERLST-REC.

           CLOSE CUSTPF
                 CUSTTERLST.

           DISPLAY "CUSTTERCBL: " WS-MOVED-COUNT " customers moved, "
                   WS-NOR-TOTAL " with no territory, for "
                   LINK-RUN-DATE.

           GOBACK.

      *================================================================

       1000-REASSIGN-CUSTOMER.

           IF CUSTMRGTO OF CUSTPF-REC NOT = ZEROES
              ADD 1 TO WS-MERGED-COUNT
           ELSE
              ADD 1 TO WS-CUST-COUNT
              MOVE CUSTNO   OF CUSTPF-REC TO TERSVC-CUSTNO
              MOVE CUSTPOST OF CUSTPF-REC TO TERSVC-POST
              MOVE "B"                    TO TERSVC-SRC
              CALL "CUSTTERSVC" USING TERSVC-PARM

              IF TERSVC-TERR NOT = TERSVC-OLD-TERR
              OR TERSVC-REP  NOT = TERSVC-OLD-REP
                 ADD 1 TO WS-MOVED-COUNT
                 MOVE CUSTNO   OF CUSTPF-REC TO DTL-CUSTNO
                 MOVE CUSTNAME OF CUSTPF-REC TO DTL-NAME
                 MOVE CUSTPOST OF CUSTPF-REC TO DTL-POST
                 MOVE TERSVC-OLD-TERR        TO DTL-OLD-TERR
                 MOVE TERSVC-OLD-REP         TO DTL-OLD-REP
                 MOVE TERSVC-TERR            TO DTL-NEW-TERR
                 MOVE TERSVC-REP             TO DTL-NEW-REP
                 IF TERSVC-STAT NOT = "Y"
                    MOVE "*NONE"             TO DTL-NEW-TERR
                 END-IF
                 MOVE DTL-LINE TO CUSTTERLST-REC
                 WRITE CUSTTERLST-REC
              END-IF

              IF TERSVC-STAT NOT = "Y"
                 PERFORM 1100-HOLD-NO-RANGE
              END-IF
           END-IF.

      *================================================================

       1100-HOLD-NO-RANGE.

           ADD 1 TO WS-NOR-TOTAL.
           IF WS-NOR-COUNT < 500
              ADD 1 TO WS-NOR-COUNT
              SET NOR-IDX TO WS-NOR-COUNT
              MOVE CUSTNO   OF CUSTPF-REC TO WS-NOR-CUSTNO(NOR-IDX)
              MOVE CUSTNAME OF CUSTPF-REC TO WS-NOR-NAME(NOR-IDX)
              MOVE CUSTPOST OF CUSTPF-REC TO WS-NOR-POST(NOR-IDX)
           END-IF.

      *================================================================

       2000-LIST-NO-RANGE.

           IF WS-NOR-COUNT > ZEROES
              MOVE SPACES TO CUSTTERLST-REC
              WRITE CUSTTERLST-REC
              MOVE NOR-HDR-LINE TO CUSTTERLST-REC
              WRITE CUSTTERLST-REC
           END-IF.

           PERFORM VARYING NOR-IDX FROM 1 BY 1
                   UNTIL NOR-IDX > WS-NOR-COUNT
              MOVE WS-NOR-CUSTNO(NOR-IDX) TO NOR-CUSTNO
              MOVE WS-NOR-NAME(NOR-IDX)   TO NOR-NAME
              MOVE WS-NOR-POST(NOR-IDX)   TO NOR-POST
              MOVE NOR-LINE TO CUSTTERLST-REC
              WRITE CUSTTERLST-REC
           END-PERFORM.

           IF WS-NOR-TOTAL > WS-NOR-COUNT
              DISPLAY "CUSTTERCBL: " WS-NOR-TOTAL " customers with no "
                      "territory - first 500 listed"
           END-IF.
