       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTBALSNP.

      *================================================================
      *  Month-end balance snapshot - finance ties the customer
      *  balances to the general ledger at month end, and CUSTBALPF
      *  has moved on by the time they get to it. Runs on the
      *  MONTHEND chain: every CUSTBALPF row is copied to CUSTBALME
      *  under the run date's CCYYMM, and the listing prints each
      *  customer with the debit, credit and net totals and the row
      *  count to tie out. A rerun for the same month replaces that
      *  month's rows, so the file holds exactly one picture per
      *  month.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTBALPF      ASSIGN  TO DATABASE-CUSTBALPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         BALCUSTNO.

           SELECT CUSTBALME      ASSIGN  TO DATABASE-CUSTBALME
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         BMKEY.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTSNPLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTBALPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTBALPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALPF.

       FD  CUSTBALME
           LABEL RECORDS ARE STANDARD.
       01  CUSTBALME-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALME.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTSNPLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTSNPLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-CUSTBALPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTBALPF       VALUE B"0".
               88  EOF-CUSTBALPF           VALUE B"1".
           05  EOF-CUSTBALME-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTBALME       VALUE B"0".
               88  EOF-CUSTBALME           VALUE B"1".

       01  SNAPSHOT-WORK.
           05  WS-SNAP-MONTH       PIC 9(6).
           05  WS-SNAP-TS          PIC X(21).

       01  SNAPSHOT-COUNTERS.
           05  WS-ROW-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-CLEARED-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-DEBIT-TOTAL      PIC S9(13)V99 VALUE ZEROES.
           05  WS-CREDIT-TOTAL     PIC S9(13)V99 VALUE ZEROES.
           05  WS-NET-TOTAL        PIC S9(13)V99 VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(35)
                   VALUE "MONTH-END CUSTOMER BALANCE SNAPSHOT".
               10  FILLER           PIC X(08) VALUE "  MONTH ".
               10  HDR-MONTH        PIC 9(6).
               10  FILLER           PIC X(11) VALUE "  RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "CUSTNO".
               10  FILLER           PIC X(32) VALUE "NAME".
               10  FILLER           PIC X(04) VALUE "ST".
               10  FILLER           PIC X(15) VALUE "     BALANCE".
               10  FILLER           PIC X(10) VALUE "  AS OF".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-NAME         PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-STAT         PIC X(1).
               10  FILLER           PIC X(03) VALUE SPACES.
               10  DTL-BALANCE      PIC Z(8)9.99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-ASOF         PIC 9(8).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  TTL-LABEL        PIC X(12).
               10  TTL-AMT          PIC Z(12)9.99-.
               10  FILLER           PIC X(08) VALUE "  ROWS:".
               10  TTL-ROWS         PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(08).
       01  LINK-RUN-ID              PIC 9(06).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           PERFORM 9000-SET-UP.

           PERFORM 8000-CLEAR-MONTH-ROWS.

           MOVE ZEROES TO BALCUSTNO OF CUSTBALPF-REC.
           START CUSTBALPF KEY IS NOT LESS THAN BALCUSTNO
                 OF CUSTBALPF-REC
              INVALID KEY
                 SET EOF-CUSTBALPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTBALPF
              READ CUSTBALPF NEXT RECORD
                 AT END
                    SET EOF-CUSTBALPF TO TRUE
                 NOT AT END
                    PERFORM 1000-SNAP-ONE
              END-READ
           END-PERFORM.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       1000-SNAP-ONE.

           INITIALIZE CUSTBALME-REC.
           MOVE WS-SNAP-MONTH              TO BMMONTH  OF CUSTBALME-REC.
           MOVE BALCUSTNO OF CUSTBALPF-REC TO BMCUSTNO OF CUSTBALME-REC.
           MOVE BALAMT    OF CUSTBALPF-REC TO BMAMT    OF CUSTBALME-REC.
           MOVE BALASOF   OF CUSTBALPF-REC TO BMASOF   OF CUSTBALME-REC.
           MOVE WS-SNAP-TS                 TO BMSNAPTS OF CUSTBALME-REC.
           WRITE CUSTBALME-REC
              INVALID KEY
                 REWRITE CUSTBALME-REC
           END-WRITE.

           ADD 1 TO WS-ROW-COUNT.
           IF BALAMT OF CUSTBALPF-REC < ZEROES
              ADD BALAMT OF CUSTBALPF-REC TO WS-CREDIT-TOTAL
           ELSE
              ADD BALAMT OF CUSTBALPF-REC TO WS-DEBIT-TOTAL
           END-IF.
           ADD BALAMT OF CUSTBALPF-REC TO WS-NET-TOTAL.

           MOVE BALCUSTNO OF CUSTBALPF-REC TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 MOVE "*** NOT ON CUSTPF ***" TO CUSTNAME OF CUSTPF-REC
                 MOVE SPACES                  TO CUSTSTAT OF CUSTPF-REC
           END-READ.

           MOVE BALCUSTNO OF CUSTBALPF-REC TO DTL-CUSTNO.
           MOVE CUSTNAME  OF CUSTPF-REC    TO DTL-NAME.
           MOVE CUSTSTAT  OF CUSTPF-REC    TO DTL-STAT.
           MOVE BALAMT    OF CUSTBALPF-REC TO DTL-BALANCE.
           MOVE BALASOF   OF CUSTBALPF-REC TO DTL-ASOF.
           MOVE DTL-LINE TO CUSTSNPLST-REC.
           WRITE CUSTSNPLST-REC.

      *================================================================

       8000-CLEAR-MONTH-ROWS.

           MOVE WS-SNAP-MONTH TO BMMONTH  OF CUSTBALME-REC.
           MOVE ZEROES        TO BMCUSTNO OF CUSTBALME-REC.
           START CUSTBALME KEY IS NOT LESS THAN BMKEY OF CUSTBALME-REC
              INVALID KEY
                 SET EOF-CUSTBALME TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTBALME
              READ CUSTBALME NEXT RECORD
                 AT END
                    SET EOF-CUSTBALME TO TRUE
                 NOT AT END
                    IF BMMONTH OF CUSTBALME-REC NOT = WS-SNAP-MONTH
                       SET EOF-CUSTBALME TO TRUE
                    ELSE
                       DELETE CUSTBALME
                       ADD 1 TO WS-CLEARED-COUNT
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       9000-SET-UP.

           OPEN INPUT  CUSTBALPF
                       CUSTPF.
           OPEN I-O    CUSTBALME.
           OPEN OUTPUT CUSTSNPLST.

           MOVE LINK-RUN-DATE(1:6)    TO WS-SNAP-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-SNAP-TS.

           MOVE WS-SNAP-MONTH TO HDR-MONTH.
           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO CUSTSNPLST-REC.
           WRITE CUSTSNPLST-REC.
           MOVE COL-LINE TO CUSTSNPLST-REC.
           WRITE CUSTSNPLST-REC.

      *================================================================

       9900-CLEAN-UP.

           MOVE WS-ROW-COUNT TO TTL-ROWS.
           MOVE "DEBITS:"       TO TTL-LABEL.
           MOVE WS-DEBIT-TOTAL  TO TTL-AMT.
           MOVE TOTAL-LINE TO CUSTSNPLST-REC.
           WRITE CUSTSNPLST-REC.
           MOVE "CREDITS:"      TO TTL-LABEL.
           MOVE WS-CREDIT-TOTAL TO TTL-AMT.
           MOVE TOTAL-LINE TO CUSTSNPLST-REC.
           WRITE CUSTSNPLST-REC.
           MOVE "NET:"          TO TTL-LABEL.
           MOVE WS-NET-TOTAL    TO TTL-AMT.
           MOVE TOTAL-LINE TO CUSTSNPLST-REC.
           WRITE CUSTSNPLST-REC.

           CLOSE CUSTBALPF
                 CUSTPF
                 CUSTBALME
                 CUSTSNPLST.

           DISPLAY "CUSTBALSNP: month " WS-SNAP-MONTH ", "
                   WS-ROW-COUNT " rows, "
                   WS-CLEARED-COUNT " replaced".
