       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTRCNCBL.

      *================================================================
      *  Nightly customer master vs billing reconciliation. CUSTBALCBL
      *  applies billing's CUSTBALIMP feed row by row and nothing
      *  ever checked that the two systems agree on which customers
      *  exist; run after it, this step lists
      *
      *    1 - customers billing carries a balance for that are
      *        inactive, merged away (CUSTMRGTO) or missing on
      *        CUSTPF - billing is invoicing or holding money on an
      *        account that is gone here;
      *    2 - customers active here (any status but "I") that
      *        billing has never sent a balance row for;
      *    3 - customers sent to billing on CUSTEXTF after billing's
      *        balance row last landed (BALUPDTS) - billing has not
      *        yet reported back on the version it was sent. The
      *        send time is the billing subscriber's CUSTSUBSPF "E"
      *        stamp for the customer's latest exported notification
      *        (NOTEXPTS for the ones exported before subscribers);
      *    4 - the count totals on each side.
      *
      *  Billing's zero balances on inactive customers are not a
      *  break - closed accounts are settled to zero before CUSTRETCBL
      *  or the merge will touch them - but a customer billing knows
      *  and CUSTPF does not is listed whatever the amount. Every
      *  non-empty list raises one ALERTSVC "BILLRECON" warning with
      *  its count, so the breaks are on the morning console.
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

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTOUTF       ASSIGN  TO DATABASE-CUSTOUTF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTSUBPF      ASSIGN  TO DATABASE-CUSTSUBPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SUBID.

           SELECT CUSTSUBSPF     ASSIGN  TO DATABASE-CUSTSUBSPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SBSKEY.

           SELECT SORTWORK       ASSIGN  TO SORTWK01.

           SELECT CUSTRCNLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTBALPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTBALPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALPF.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTOUTF
           LABEL RECORDS ARE STANDARD.
       01  CUSTOUTF-REC.
           COPY DDS-ALL-FORMATS OF CUSTOUTF.

       FD  CUSTSUBPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTSUBPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTSUBPF.

       FD  CUSTSUBSPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTSUBSPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTSUBSPF.

       SD  SORTWORK.
       01  SORT-REC.
           05  SRT-CUSTNO          PIC 9(6).
           05  SRT-SENTTS          PIC X(21).

       FD  CUSTRCNLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTRCNLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-CUSTBALPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTBALPF       VALUE B"0".
               88  EOF-CUSTBALPF           VALUE B"1".
           05  EOF-CUSTPF-SW       PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTPF          VALUE B"0".
               88  EOF-CUSTPF              VALUE B"1".
           05  EOF-CUSTOUTF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTOUTF        VALUE B"0".
               88  EOF-CUSTOUTF            VALUE B"1".
           05  EOF-CUSTSUBPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTSUBPF       VALUE B"0".
               88  EOF-CUSTSUBPF           VALUE B"1".
           05  EOF-SORT-SW         PIC 1   VALUE B"0".
               88  NOT-EOF-SORT            VALUE B"0".
               88  EOF-SORT                VALUE B"1".
           05  BILL-SUB-SW         PIC 1   VALUE B"0".
               88  BILL-SUB-FOUND          VALUE B"1".
               88  BILL-SUB-NOT-FOUND      VALUE B"0".

       01  WS-BILL-SUBID           PIC X(10) VALUE SPACES.
       01  WS-SENTTS               PIC X(21).
       01  WS-PREV-CUSTNO          PIC 9(6)  VALUE ZEROES.
       01  WS-RESULT               PIC X(30).

      *          Side totals (list 4) and the three break counts.
       01  RECON-COUNTERS.
           05  WS-BAL-ROWS         PIC S9(7) VALUE ZEROES.
           05  WS-BAL-NONZERO      PIC S9(7) VALUE ZEROES.
           05  WS-BAL-MATCHED      PIC S9(7) VALUE ZEROES.
           05  WS-CUST-ROWS        PIC S9(7) VALUE ZEROES.
           05  WS-CUST-ACTIVE      PIC S9(7) VALUE ZEROES.
           05  WS-CUST-INACTIVE    PIC S9(7) VALUE ZEROES.
           05  WS-CUST-BILLED      PIC S9(7) VALUE ZEROES.
           05  WS-SENT-CUSTS       PIC S9(7) VALUE ZEROES.
           05  WS-BREAK-1          PIC S9(7) VALUE ZEROES.
           05  WS-BREAK-2          PIC S9(7) VALUE ZEROES.
           05  WS-BREAK-3          PIC S9(7) VALUE ZEROES.

       01  ALERT-PARM.
           05  ALERT-TYPE                  PIC X(10).
           05  ALERT-SEV                   PIC X(1).
           05  ALERT-SOURCE                PIC X(10).
           05  ALERT-TEXT                  PIC X(60).

       01  WS-ALERT-COUNT          PIC ZZZZZZ9.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(45)
                   VALUE "CUSTOMER MASTER VS BILLING RECONCILIATION".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  SEC-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  SEC-TEXT         PIC X(70).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "CUSTNO".
               10  FILLER           PIC X(32) VALUE "NAME".
               10  FILLER           PIC X(05) VALUE "STAT".
               10  FILLER           PIC X(17) VALUE "     BALANCE".
               10  FILLER           PIC X(16) VALUE "BILLING LANDED".
               10  FILLER           PIC X(16) VALUE "LAST SENT".
               10  FILLER           PIC X(30) VALUE "FINDING".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-NAME         PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-STAT         PIC X(1).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-BALAMT       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-LANDED       PIC X(14).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-SENT         PIC X(14).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-RESULT       PIC X(30).
           05  CNT-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  CNT-TEXT         PIC X(45).
               10  CNT-VALUE        PIC ZZZ,ZZ9.
           05  BLANK-LINE           PIC X(132) VALUE SPACES.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(8).
       01  LINK-RUN-ID              PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           OPEN INPUT  CUSTBALPF
                       CUSTPF
                       CUSTOUTF
                       CUSTSUBPF
                       CUSTSUBSPF.
           OPEN OUTPUT CUSTRCNLST.

           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO CUSTRCNLST-REC.
           WRITE CUSTRCNLST-REC.

           PERFORM 1000-CHECK-BILLING-SIDE.
           PERFORM 2000-CHECK-MASTER-SIDE.

           MOVE "3 - SENT TO BILLING SINCE BILLING LAST REPORTED"
              TO SEC-TEXT.
           PERFORM 8000-PRINT-SECTION.
           PERFORM 3000-FIND-BILLING-SUB.
           IF BILL-SUB-FOUND
              SORT SORTWORK
                  ON ASCENDING  KEY SRT-CUSTNO OF SORT-REC
                  ON DESCENDING KEY SRT-SENTTS OF SORT-REC
                  INPUT  PROCEDURE IS 3100-COLLECT-SENDS
                  OUTPUT PROCEDURE IS 3500-CHECK-SENDS
           ELSE
              MOVE "NO ACTIVE CUSTEXTF SUBSCRIBER ON CUSTSUBPF"
                 TO SEC-TEXT
              MOVE SEC-LINE TO CUSTRCNLST-REC
              WRITE CUSTRCNLST-REC
           END-IF.

           PERFORM 4000-PRINT-TOTALS.
           PERFORM 5000-RAISE-ALERTS.

           CLOSE CUSTBALPF
                 CUSTPF
                 CUSTOUTF
                 CUSTSUBPF
                 CUSTSUBSPF
                 CUSTRCNLST.

           DISPLAY "CUSTRCNCBL: " WS-BREAK-1 " billed not active, "
                   WS-BREAK-2 " active not billed, "
                   WS-BREAK-3 " sent since billing reported".

           GOBACK.

      *================================================================
      *  List 1 - every billing row checked against CUSTPF.
      *================================================================

       1000-CHECK-BILLING-SIDE.

           MOVE "1 - BILLED BUT INACTIVE, MERGED OR MISSING HERE"
              TO SEC-TEXT.
           PERFORM 8000-PRINT-SECTION.

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
                    ADD 1 TO WS-BAL-ROWS
                    IF BALAMT OF CUSTBALPF-REC NOT = ZEROES
                       ADD 1 TO WS-BAL-NONZERO
                    END-IF
                    PERFORM 1100-CHECK-BALANCE-ROW
              END-READ
           END-PERFORM.

      *================================================================

       1100-CHECK-BALANCE-ROW.

           MOVE SPACES TO WS-RESULT.
           MOVE BALCUSTNO OF CUSTBALPF-REC TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 MOVE SPACES TO CUSTPF-REC
                 MOVE "NOT ON CUSTOMER MASTER" TO WS-RESULT
              NOT INVALID KEY
                 ADD 1 TO WS-BAL-MATCHED
                 IF BALAMT OF CUSTBALPF-REC NOT = ZEROES
                    EVALUATE TRUE
                       WHEN CUSTMRGTO OF CUSTPF-REC NOT = ZEROES
                          STRING "MERGED INTO " DELIMITED BY SIZE
                                 CUSTMRGTO OF CUSTPF-REC
                                    DELIMITED BY SIZE
                             INTO WS-RESULT
                          END-STRING
                       WHEN CUSTSTAT OF CUSTPF-REC = "I"
                          MOVE "INACTIVE HERE" TO WS-RESULT
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ.

           IF WS-RESULT NOT = SPACES
              ADD 1 TO WS-BREAK-1
              MOVE SPACES TO WS-SENTTS
              PERFORM 8100-WRITE-DETAIL
           END-IF.

      *================================================================
      *  List 2 - every customer here checked against billing.
      *================================================================

       2000-CHECK-MASTER-SIDE.

           MOVE "2 - ACTIVE HERE, NEVER REPORTED BY BILLING"
              TO SEC-TEXT.
           PERFORM 8000-PRINT-SECTION.

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
                    ADD 1 TO WS-CUST-ROWS
                    IF CUSTSTAT OF CUSTPF-REC = "I"
                       ADD 1 TO WS-CUST-INACTIVE
                    ELSE
                       ADD 1 TO WS-CUST-ACTIVE
                       PERFORM 2100-CHECK-ACTIVE-CUSTOMER
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2100-CHECK-ACTIVE-CUSTOMER.

           MOVE CUSTNO OF CUSTPF-REC TO BALCUSTNO OF CUSTBALPF-REC.
           READ CUSTBALPF
              INVALID KEY
                 ADD 1 TO WS-BREAK-2
                 INITIALIZE CUSTBALPF-REC
                 MOVE CUSTNO OF CUSTPF-REC TO BALCUSTNO OF CUSTBALPF-REC
                 MOVE "NO BILLING BALANCE ROW" TO WS-RESULT
                 MOVE SPACES TO WS-SENTTS
                 PERFORM 8100-WRITE-DETAIL
              NOT INVALID KEY
                 ADD 1 TO WS-CUST-BILLED
           END-READ.

      *================================================================
      *  The billing subscriber is found the way NITEBATCH finds it:
      *  the first active CUSTSUBPF row on the CUSTEXTF layout.
      *================================================================

       3000-FIND-BILLING-SUB.

           SET BILL-SUB-NOT-FOUND TO TRUE.
           MOVE LOW-VALUES TO SUBID OF CUSTSUBPF-REC.
           START CUSTSUBPF KEY IS NOT LESS THAN
                 SUBID OF CUSTSUBPF-REC
              INVALID KEY
                 SET EOF-CUSTSUBPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTSUBPF OR BILL-SUB-FOUND
              READ CUSTSUBPF NEXT RECORD
                 AT END
                    SET EOF-CUSTSUBPF TO TRUE
                 NOT AT END
                    IF SUBACT    OF CUSTSUBPF-REC = "Y"
                    AND SUBLAYOUT OF CUSTSUBPF-REC = "CUSTEXTF"
                       MOVE SUBID OF CUSTSUBPF-REC TO WS-BILL-SUBID
                       SET BILL-SUB-FOUND TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  Every customer notification billing has been sent - contact
      *  ("K") notifications travel on CUSTCEXF and are left out.
      *================================================================

       3100-COLLECT-SENDS.

           PERFORM UNTIL EOF-CUSTOUTF
              READ CUSTOUTF
                 AT END
                    SET EOF-CUSTOUTF TO TRUE
                 NOT AT END
                    IF NOTTYPE OF CUSTOUTF-REC NOT = "K"
                       PERFORM 3200-FIND-SEND-TIME
                       IF WS-SENTTS NOT = SPACES
                          MOVE NOTCUSTNO OF CUSTOUTF-REC
                             TO SRT-CUSTNO OF SORT-REC
                          MOVE WS-SENTTS TO SRT-SENTTS OF SORT-REC
                          RELEASE SORT-REC
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       3200-FIND-SEND-TIME.

           MOVE SPACES TO WS-SENTTS.
           MOVE WS-BILL-SUBID          TO SBSSUBID OF CUSTSUBSPF-REC.
           MOVE NOTID OF CUSTOUTF-REC  TO SBSNOTID OF CUSTSUBSPF-REC.
           READ CUSTSUBSPF
              INVALID KEY
                 IF NOTSTAT OF CUSTOUTF-REC = "E"
                    MOVE NOTEXPTS OF CUSTOUTF-REC TO WS-SENTTS
                 END-IF
              NOT INVALID KEY
                 IF SBSSTAT OF CUSTSUBSPF-REC = "E"
                    MOVE SBSTS OF CUSTSUBSPF-REC TO WS-SENTTS
                 END-IF
           END-READ.

      *================================================================
      *  Sorted customer, newest send first - only that first row
      *  counts. A customer with no balance row is already on list 2
      *  (or inactive) and is not listed twice.
      *================================================================

       3500-CHECK-SENDS.

           MOVE ZEROES TO WS-PREV-CUSTNO.
           PERFORM UNTIL EOF-SORT
              RETURN SORTWORK
                 AT END
                    SET EOF-SORT TO TRUE
                 NOT AT END
                    IF SRT-CUSTNO OF SORT-REC NOT = WS-PREV-CUSTNO
                       MOVE SRT-CUSTNO OF SORT-REC TO WS-PREV-CUSTNO
                       ADD 1 TO WS-SENT-CUSTS
                       PERFORM 3600-CHECK-LATEST-SEND
                    END-IF
              END-RETURN
           END-PERFORM.

      *================================================================

       3600-CHECK-LATEST-SEND.

           MOVE SRT-CUSTNO OF SORT-REC TO BALCUSTNO OF CUSTBALPF-REC.
           READ CUSTBALPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SRT-SENTTS OF SORT-REC > BALUPDTS OF CUSTBALPF-REC
                    ADD 1 TO WS-BREAK-3
                    MOVE SRT-CUSTNO OF SORT-REC TO CUSTNO OF CUSTPF-REC
                    READ CUSTPF
                       INVALID KEY
                          MOVE SPACES TO CUSTNAME OF CUSTPF-REC
                                         CUSTSTAT OF CUSTPF-REC
                    END-READ
                    MOVE "NOT YET REPORTED BACK" TO WS-RESULT
                    MOVE SRT-SENTTS OF SORT-REC TO WS-SENTTS
                    PERFORM 8100-WRITE-DETAIL
                 END-IF
           END-READ.

      *================================================================
      *  List 4 - the count totals on each side.
      *================================================================

       4000-PRINT-TOTALS.

           MOVE "4 - COUNT TOTALS" TO SEC-TEXT.
           MOVE BLANK-LINE TO CUSTRCNLST-REC.
           WRITE CUSTRCNLST-REC.
           MOVE SEC-LINE TO CUSTRCNLST-REC.
           WRITE CUSTRCNLST-REC.

           MOVE "BILLING  - BALANCE ROWS" TO CNT-TEXT.
           MOVE WS-BAL-ROWS TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT.
           MOVE "BILLING  - ROWS WITH A NON-ZERO BALANCE" TO CNT-TEXT.
           MOVE WS-BAL-NONZERO TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT.
           MOVE "BILLING  - ROWS FOUND ON CUSTOMER MASTER" TO CNT-TEXT.
           MOVE WS-BAL-MATCHED TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT.
           MOVE "MASTER   - CUSTOMERS" TO CNT-TEXT.
           MOVE WS-CUST-ROWS TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT.
           MOVE "MASTER   - ACTIVE (ANY STATUS BUT I)" TO CNT-TEXT.
           MOVE WS-CUST-ACTIVE TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT.
           MOVE "MASTER   - INACTIVE OR MERGED" TO CNT-TEXT.
           MOVE WS-CUST-INACTIVE TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT.
           MOVE "MASTER   - ACTIVE WITH A BILLING ROW" TO CNT-TEXT.
           MOVE WS-CUST-BILLED TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT.
           MOVE "EXTRACT  - CUSTOMERS EVER SENT TO BILLING" TO CNT-TEXT.
           MOVE WS-SENT-CUSTS TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT.
           MOVE "BREAKS   - LIST 1" TO CNT-TEXT.
           MOVE WS-BREAK-1 TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT.
           MOVE "BREAKS   - LIST 2" TO CNT-TEXT.
           MOVE WS-BREAK-2 TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT.
           MOVE "BREAKS   - LIST 3" TO CNT-TEXT.
           MOVE WS-BREAK-3 TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT.

      *================================================================
      *  One warning per list that has breaks - the count, not one
      *  alert per customer, so a bad feed night is one row to
      *  acknowledge rather than a flood.
      *================================================================

       5000-RAISE-ALERTS.

           MOVE "BILLRECON"  TO ALERT-TYPE.
           MOVE "W"          TO ALERT-SEV.
           MOVE "CUSTRCNCBL" TO ALERT-SOURCE.

           IF WS-BREAK-1 > ZEROES
              MOVE WS-BREAK-1 TO WS-ALERT-COUNT
              MOVE SPACES TO ALERT-TEXT
              STRING WS-ALERT-COUNT DELIMITED BY SIZE
                     " BILLED CUSTOMERS INACTIVE/MERGED/MISSING"
                        DELIMITED BY SIZE
                 INTO ALERT-TEXT
              END-STRING
              CALL "ALERTSVC" USING ALERT-PARM
           END-IF.

           IF WS-BREAK-2 > ZEROES
              MOVE WS-BREAK-2 TO WS-ALERT-COUNT
              MOVE SPACES TO ALERT-TEXT
              STRING WS-ALERT-COUNT DELIMITED BY SIZE
                     " ACTIVE CUSTOMERS UNKNOWN TO BILLING"
                        DELIMITED BY SIZE
                 INTO ALERT-TEXT
              END-STRING
              CALL "ALERTSVC" USING ALERT-PARM
           END-IF.

           IF WS-BREAK-3 > ZEROES
              MOVE WS-BREAK-3 TO WS-ALERT-COUNT
              MOVE SPACES TO ALERT-TEXT
              STRING WS-ALERT-COUNT DELIMITED BY SIZE
                     " CUSTOMERS SENT SINCE BILLING REPORTED"
                        DELIMITED BY SIZE
                 INTO ALERT-TEXT
              END-STRING
              CALL "ALERTSVC" USING ALERT-PARM
           END-IF.

      *================================================================

       8000-PRINT-SECTION.

           MOVE BLANK-LINE TO CUSTRCNLST-REC.
           WRITE CUSTRCNLST-REC.
           MOVE SEC-LINE TO CUSTRCNLST-REC.
           WRITE CUSTRCNLST-REC.
           MOVE COL-LINE TO CUSTRCNLST-REC.
           WRITE CUSTRCNLST-REC.

      *================================================================

       8100-WRITE-DETAIL.

           MOVE BALCUSTNO OF CUSTBALPF-REC       TO DTL-CUSTNO.
           MOVE CUSTNAME  OF CUSTPF-REC          TO DTL-NAME.
           MOVE CUSTSTAT  OF CUSTPF-REC          TO DTL-STAT.
           MOVE BALAMT    OF CUSTBALPF-REC       TO DTL-BALAMT.
           MOVE BALUPDTS  OF CUSTBALPF-REC(1:14) TO DTL-LANDED.
           MOVE WS-SENTTS(1:14)                  TO DTL-SENT.
           MOVE WS-RESULT                        TO DTL-RESULT.
           MOVE SPACES   TO CUSTRCNLST-REC.
           MOVE DTL-LINE TO CUSTRCNLST-REC.
           WRITE CUSTRCNLST-REC.

      *================================================================

       8200-WRITE-COUNT.

           MOVE CNT-LINE TO CUSTRCNLST-REC.
           WRITE CUSTRCNLST-REC.
