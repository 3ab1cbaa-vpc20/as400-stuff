       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTCFMRPT.

      *================================================================
      *  Balance confirmation summary for the external auditors -
      *  every CUSTCFMPF letter for the audit year with the balance
      *  and as-of date it quoted, why the customer was picked, the
      *  reply recorded on CUSTCFMCBL and, for a dispute, the
      *  customer's figure, the difference and the reason. Closes
      *  with the count and value of letters by outcome (agreed,
      *  disputed, no reply, still awaiting) so the coverage can be
      *  read off one page. LINK-CFM-YEAR zero takes the calendar
      *  year just ended, as CUSTCFMLTR does.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTCFMPF      ASSIGN  TO DATABASE-CUSTCFMPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CFMKEY.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTCFMSUM     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTCFMPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCFMPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCFMPF.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTCFMSUM
           LABEL RECORDS ARE OMITTED.
       01  CUSTCFMSUM-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-CUSTCFMPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTCFMPF       VALUE B"0".
               88  EOF-CUSTCFMPF           VALUE B"1".

       01  SUMMARY-WORK.
           05  WS-CFM-YEAR         PIC 9(4).
           05  WS-DIFF-AMT         PIC S9(11)V99.
           05  WS-OUT-IX           PIC S9(4) BINARY.

      *          Outcome buckets in report order: agreed, disputed,
      *          no reply, awaiting (blank), plus the grand total.

       01  OUTCOME-NAMES.
           05  FILLER              PIC X(12) VALUE "AGREED".
           05  FILLER              PIC X(12) VALUE "DISPUTED".
           05  FILLER              PIC X(12) VALUE "NO REPLY".
           05  FILLER              PIC X(12) VALUE "AWAITING".
           05  FILLER              PIC X(12) VALUE "TOTAL SENT".
       01  OUTCOME-NAMES-R REDEFINES OUTCOME-NAMES.
           05  OUTCOME-NAME        PIC X(12) OCCURS 5.

       01  OUTCOME-TOTALS.
           05  OUTCOME-ENTRY       OCCURS 5.
               10  OUT-COUNT       PIC S9(7)     VALUE ZEROES.
               10  OUT-BALANCE     PIC S9(13)V99 VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "YEAR-END BALANCE CONFIRMATION SUMMARY".
               10  FILLER           PIC X(11) VALUE "AUDIT YEAR ".
               10  HDR-YEAR         PIC 9(4).
               10  FILLER           PIC X(12) VALUE "  PRINTED ".
               10  HDR-TODAY        PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "CUSTNO".
               10  FILLER           PIC X(27) VALUE "NAME".
               10  FILLER           PIC X(04) VALUE "SEL".
               10  FILLER           PIC X(15) VALUE "  BALANCE SENT".
               10  FILLER           PIC X(10) VALUE "AS OF".
               10  FILLER           PIC X(04) VALUE "RSP".
               10  FILLER           PIC X(15) VALUE "  CUST FIGURE".
               10  FILLER           PIC X(17) VALUE "     DIFFERENCE".
               10  FILLER           PIC X(30) VALUE "NOTE".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-NAME         PIC X(25).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-SEL          PIC X(1).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-BALAMT       PIC Z(8)9.99-.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-ASOF         PIC 9(8).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-RESP         PIC X(1).
               10  FILLER           PIC X(03) VALUE SPACES.
               10  DTL-CUSTAMT      PIC Z(8)9.99-.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-DIFF         PIC Z(10)9.99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-NOTE         PIC X(30).
           05  SUM-HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(14) VALUE "OUTCOME".
               10  FILLER           PIC X(10) VALUE "  LETTERS".
               10  FILLER           PIC X(20)
                   VALUE "    BALANCE QUOTED".
           05  SUM-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  SUM-NAME         PIC X(12).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  SUM-COUNT        PIC Z(8)9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  SUM-BALANCE      PIC Z(12)9.99-.

      *================================================================

       LINKAGE SECTION.

       01  LINK-CFM-YEAR            PIC 9(04).

      *================================================================

       PROCEDURE DIVISION USING LINK-CFM-YEAR.

       0000-MAIN.

           PERFORM 9000-SET-UP.

           MOVE WS-CFM-YEAR TO CFMYEAR   OF CUSTCFMPF-REC.
           MOVE ZEROES      TO CFMCUSTNO OF CUSTCFMPF-REC.
           START CUSTCFMPF KEY IS NOT LESS THAN CFMKEY
                 OF CUSTCFMPF-REC
              INVALID KEY
                 SET EOF-CUSTCFMPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTCFMPF
              READ CUSTCFMPF NEXT RECORD
                 AT END
                    SET EOF-CUSTCFMPF TO TRUE
                 NOT AT END
                    IF CFMYEAR OF CUSTCFMPF-REC NOT = WS-CFM-YEAR
                       SET EOF-CUSTCFMPF TO TRUE
                    ELSE
                       PERFORM 1000-LIST-LETTER
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM 2000-PRINT-SUMMARY.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       1000-LIST-LETTER.

           MOVE CFMCUSTNO OF CUSTCFMPF-REC TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 MOVE "*** NOT ON CUSTPF ***" TO CUSTNAME OF CUSTPF-REC
           END-READ.

           EVALUATE CFMRESP OF CUSTCFMPF-REC
              WHEN "A"
                 MOVE 1 TO WS-OUT-IX
              WHEN "D"
                 MOVE 2 TO WS-OUT-IX
              WHEN "N"
                 MOVE 3 TO WS-OUT-IX
              WHEN OTHER
                 MOVE 4 TO WS-OUT-IX
           END-EVALUATE.
           ADD 1 TO OUT-COUNT(WS-OUT-IX)
                    OUT-COUNT(5).
           ADD CFMBALAMT OF CUSTCFMPF-REC TO OUT-BALANCE(WS-OUT-IX)
                                             OUT-BALANCE(5).

           MOVE SPACES TO DTL-LINE.
           MOVE CFMCUSTNO  OF CUSTCFMPF-REC TO DTL-CUSTNO.
           MOVE CUSTNAME   OF CUSTPF-REC    TO DTL-NAME.
           MOVE CFMSEL     OF CUSTCFMPF-REC TO DTL-SEL.
           MOVE CFMBALAMT  OF CUSTCFMPF-REC TO DTL-BALAMT.
           MOVE CFMBALASOF OF CUSTCFMPF-REC TO DTL-ASOF.
           MOVE CFMRESP    OF CUSTCFMPF-REC TO DTL-RESP.
           MOVE CFMNOTE    OF CUSTCFMPF-REC TO DTL-NOTE.
      *          Figure and difference only mean something on a
      *          dispute; the other lines leave them blank.
           IF CFMRESP OF CUSTCFMPF-REC = "D"
              COMPUTE WS-DIFF-AMT = CFMCUSTAMT OF CUSTCFMPF-REC
                                  - CFMBALAMT  OF CUSTCFMPF-REC
              MOVE CFMCUSTAMT OF CUSTCFMPF-REC TO DTL-CUSTAMT
              MOVE WS-DIFF-AMT                 TO DTL-DIFF
           END-IF.
           MOVE DTL-LINE TO CUSTCFMSUM-REC.
           WRITE CUSTCFMSUM-REC.

      *================================================================

       2000-PRINT-SUMMARY.

           MOVE SPACES TO CUSTCFMSUM-REC.
           WRITE CUSTCFMSUM-REC.
           MOVE SUM-HDR-LINE TO CUSTCFMSUM-REC.
           WRITE CUSTCFMSUM-REC.

           PERFORM VARYING WS-OUT-IX FROM 1 BY 1
                   UNTIL WS-OUT-IX > 5
              MOVE OUTCOME-NAME(WS-OUT-IX) TO SUM-NAME
              MOVE OUT-COUNT(WS-OUT-IX)    TO SUM-COUNT
              MOVE OUT-BALANCE(WS-OUT-IX)  TO SUM-BALANCE
              MOVE SUM-LINE TO CUSTCFMSUM-REC
              WRITE CUSTCFMSUM-REC
           END-PERFORM.

      *================================================================

       9000-SET-UP.

           OPEN INPUT  CUSTCFMPF
                       CUSTPF.
           OPEN OUTPUT CUSTCFMSUM.

           MOVE FUNCTION CURRENT-DATE(1:8) TO HDR-TODAY.
           IF LINK-CFM-YEAR > ZEROES
              MOVE LINK-CFM-YEAR TO WS-CFM-YEAR
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CFM-YEAR
              SUBTRACT 1 FROM WS-CFM-YEAR
           END-IF.

           MOVE WS-CFM-YEAR TO HDR-YEAR.
           MOVE HDR-LINE TO CUSTCFMSUM-REC.
           WRITE CUSTCFMSUM-REC.
           MOVE COL-LINE TO CUSTCFMSUM-REC.
           WRITE CUSTCFMSUM-REC.

      *================================================================

       9900-CLEAN-UP.

           CLOSE CUSTCFMPF
                 CUSTPF
                 CUSTCFMSUM.

           DISPLAY "CUSTCFMRPT: year " WS-CFM-YEAR ", "
                   OUT-COUNT(5) " letters, "
                   OUT-COUNT(4) " awaiting a reply".
