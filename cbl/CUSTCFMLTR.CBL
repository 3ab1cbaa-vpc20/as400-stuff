       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTCFMLTR.

      *================================================================
      *  Year-end balance confirmation letters - the external
      *  auditors ask every year for a sample of customers to
      *  confirm the balance we hold for them. This picks the
      *  customers from the billing balances on CUSTBALPF, prints one
      *  letter a page to the customer's structured CUSTPF address,
      *  for the attention of the primary contact (the first on the
      *  CUSTCONPF contact card - the lowest sequence; "ACCOUNTS
      *  PAYABLE" when there is none), and logs every letter on
      *  CUSTCFMPF where CUSTCFMCBL records the answer. Called from
      *  the finance year-end command:
      *
      *    LINK-CFM-YEAR    - the audit year being confirmed; zero
      *                       takes the calendar year just ended;
      *    LINK-CFM-MODE    - "T" every customer whose balance,
      *                       either way, is at or over the amount;
      *                       "S" a random sample of LINK-SAMPLE-SIZE
      *                       customers from those at or over it;
      *    LINK-MIN-AMT     - whole currency units; zero takes the
      *                       shop default of 10000 for "T" and any
      *                       non-zero balance for "S";
      *    LINK-SAMPLE-SIZE - letters wanted in an "S" run;
      *    LINK-SEED        - random seed for an "S" run; the same
      *                       seed against the same balances draws
      *                       the same sample, so the auditors can
      *                       re-perform it. Zero seeds from the
      *                       clock; the seed used is in the job log.
      *
      *  Closed ("I") customers are never written to, and a customer
      *  already logged for the year is not picked again - a second
      *  run for the same year tops the sample up rather than
      *  duplicating letters. The sample is an exact-size draw in
      *  one pass over the eligible customers (each is taken with
      *  the chance still-needed / still-to-see).
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

           SELECT CUSTCONPF      ASSIGN  TO DATABASE-CUSTCONPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CONKEY.

           SELECT CUSTCFMPF      ASSIGN  TO DATABASE-CUSTCFMPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CFMKEY.

           SELECT CUSTCFMLST     ASSIGN  TO PRINTER-QPRINT
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

       FD  CUSTCONPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCONPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCONPF.

       FD  CUSTCFMPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCFMPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCFMPF.

       FD  CUSTCFMLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTCFMLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-CUSTBALPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTBALPF       VALUE B"0".
               88  EOF-CUSTBALPF           VALUE B"1".
           05  ELIGIBLE-SW         PIC 1   VALUE B"0".
               88  CUST-ELIGIBLE           VALUE B"1".
               88  CUST-NOT-ELIGIBLE       VALUE B"0".
           05  CONTACT-FOUND-SW    PIC 1   VALUE B"0".
               88  CONTACT-FOUND           VALUE B"1".
               88  CONTACT-NOT-FOUND       VALUE B"0".
           05  PARM-VALID-SW       PIC 1   VALUE B"1".
               88  PARM-VALID              VALUE B"1".
               88  PARM-NOT-VALID          VALUE B"0".

       01  SELECTION-WORK.
           05  WS-DEFAULT-AMT      PIC S9(9) VALUE 10000.
           05  WS-CFM-YEAR         PIC 9(4).
           05  WS-SELECTION        PIC X(1).
           05  WS-MIN-AMT          PIC S9(9).
           05  WS-ABS-BAL          PIC S9(9)V99.
           05  WS-SEED             PIC S9(9) BINARY.
           05  WS-RANDOM           PIC V9(9).
           05  WS-POP-LEFT         PIC S9(7) VALUE ZEROES.
           05  WS-NEED-LEFT        PIC S9(7) VALUE ZEROES.
           05  WS-TODAY            PIC 9(8).
           05  WS-TODAY-R REDEFINES WS-TODAY.
               10  WS-TODAY-YYYY   PIC 9(4).
               10  WS-TODAY-MM     PIC 9(2).
               10  WS-TODAY-DD     PIC 9(2).
           05  WS-ASOF             PIC 9(8).
           05  WS-ASOF-R REDEFINES WS-ASOF.
               10  WS-ASOF-YYYY    PIC 9(4).
               10  WS-ASOF-MM      PIC 9(2).
               10  WS-ASOF-DD      PIC 9(2).

       01  LETTER-COUNTERS.
           05  WS-READ-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-ELIGIBLE-COUNT   PIC S9(7) VALUE ZEROES.
           05  WS-SENT-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-NO-CONTACT-COUNT PIC S9(7) VALUE ZEROES.

      *          The letter, one page per customer. Lines are kept
      *          to 80 print positions so the letter fits a window
      *          envelope on the standard stock.

       01  LETTER-LINES.
           05  LTR-DATE-LINE.
               10  FILLER           PIC X(50) VALUE SPACES.
               10  LTR-DATE-DD      PIC 9(2).
               10  FILLER           PIC X(01) VALUE "/".
               10  LTR-DATE-MM      PIC 9(2).
               10  FILLER           PIC X(01) VALUE "/".
               10  LTR-DATE-YYYY    PIC 9(4).
           05  LTR-ADDR-LINE.
               10  FILLER           PIC X(05) VALUE SPACES.
               10  LTR-ADDR         PIC X(30).
           05  LTR-CITY-LINE.
               10  FILLER           PIC X(05) VALUE SPACES.
               10  LTR-CITY         PIC X(20).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  LTR-POST         PIC X(10).
           05  LTR-REF-LINE.
               10  FILLER           PIC X(05) VALUE SPACES.
               10  FILLER           PIC X(30)
                   VALUE "BALANCE CONFIRMATION".
               10  FILLER           PIC X(09) VALUE "OUR REF ".
               10  LTR-REF-YEAR     PIC 9(4).
               10  FILLER           PIC X(01) VALUE "/".
               10  LTR-REF-CUSTNO   PIC 9(6).
           05  LTR-TEXT-LINE.
               10  FILLER           PIC X(05) VALUE SPACES.
               10  LTR-TEXT         PIC X(70).
           05  LTR-BAL-LINE.
               10  FILLER           PIC X(05) VALUE SPACES.
               10  FILLER           PIC X(20) VALUE "ACCOUNT NUMBER".
               10  LTR-BAL-CUSTNO   PIC 9(6).
               10  FILLER           PIC X(06) VALUE SPACES.
               10  FILLER           PIC X(14) VALUE "BALANCE AS AT".
               10  LTR-ASOF-DD      PIC 9(2).
               10  FILLER           PIC X(01) VALUE "/".
               10  LTR-ASOF-MM      PIC 9(2).
               10  FILLER           PIC X(01) VALUE "/".
               10  LTR-ASOF-YYYY    PIC 9(4).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  LTR-BAL-AMT      PIC Z(8)9.99-.

       01  LETTER-TEXT.
           05  FILLER               PIC X(70) VALUE
               "DEAR SIR OR MADAM,".
           05  FILLER               PIC X(70) VALUE
               "AS PART OF THEIR ANNUAL AUDIT OUR AUDITORS HAVE ASKED".
           05  FILLER               PIC X(70) VALUE
               "YOU TO CONFIRM THE BALANCE OF YOUR ACCOUNT WITH US AS".
           05  FILLER               PIC X(70) VALUE
               "SHOWN BELOW. THIS IS NOT A REQUEST FOR PAYMENT.".
           05  FILLER               PIC X(70) VALUE
               "PLEASE COMPARE THE BALANCE WITH YOUR OWN RECORDS, MARK".
           05  FILLER               PIC X(70) VALUE
               "ONE BOX, SIGN AND RETURN THIS LETTER WITHIN 14 DAYS".
           05  FILLER               PIC X(70) VALUE
               "QUOTING OUR REFERENCE.".
       01  LETTER-TEXT-R REDEFINES LETTER-TEXT.
           05  LETTER-TEXT-LINE      PIC X(70) OCCURS 7.

       01  REPLY-TEXT.
           05  FILLER               PIC X(70) VALUE
               "[ ] THE BALANCE AGREES WITH OUR RECORDS.".
           05  FILLER               PIC X(70) VALUE
               "[ ] THE BALANCE DOES NOT AGREE. OUR FIGURE ___________".
           05  FILLER               PIC X(70) VALUE
               "    REASON ___________________________________________".
           05  FILLER               PIC X(70) VALUE
               "SIGNED ______________ NAME ______________ DATE ______".
       01  REPLY-TEXT-R REDEFINES REPLY-TEXT.
           05  REPLY-TEXT-LINE       PIC X(70) OCCURS 4.

       01  WS-LINE-IX               PIC S9(4) BINARY.

       01  LETTER-EOJ-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(24)
               VALUE "CONFIRMATION LETTERS".
           05  FILLER               PIC X(06) VALUE "YEAR ".
           05  EOJ-YEAR             PIC 9(4).
           05  FILLER               PIC X(08) VALUE "  MODE ".
           05  EOJ-MODE             PIC X(1).
           05  FILLER               PIC X(11) VALUE "  ELIGIBLE ".
           05  EOJ-ELIGIBLE         PIC ZZZZZZ9.
           05  FILLER               PIC X(08) VALUE "  SENT ".
           05  EOJ-SENT             PIC ZZZZZZ9.
           05  FILLER               PIC X(08) VALUE "  SEED ".
           05  EOJ-SEED             PIC Z(8)9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-CFM-YEAR            PIC 9(04).
       01  LINK-CFM-MODE            PIC X(01).
       01  LINK-MIN-AMT             PIC S9(09) BINARY.
       01  LINK-SAMPLE-SIZE         PIC S9(05) BINARY.
       01  LINK-SEED                PIC S9(09) BINARY.

      *================================================================

       PROCEDURE DIVISION USING LINK-CFM-YEAR, LINK-CFM-MODE,
                                LINK-MIN-AMT, LINK-SAMPLE-SIZE,
                                LINK-SEED.

       0000-MAIN.

           PERFORM 9000-SET-UP.

           IF PARM-VALID
      *          Count the population first - the sample draw needs
      *          to know how many customers it has still to see.
              IF LINK-CFM-MODE = "S"
                 PERFORM 1000-COUNT-ELIGIBLE
                 MOVE WS-ELIGIBLE-COUNT TO WS-POP-LEFT
                 MOVE LINK-SAMPLE-SIZE  TO WS-NEED-LEFT
                 COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
              END-IF

              MOVE ZEROES TO WS-ELIGIBLE-COUNT
              SET NOT-EOF-CUSTBALPF TO TRUE
              MOVE ZEROES TO BALCUSTNO OF CUSTBALPF-REC
              START CUSTBALPF KEY IS NOT LESS THAN BALCUSTNO
                    OF CUSTBALPF-REC
                 INVALID KEY
                    SET EOF-CUSTBALPF TO TRUE
              END-START

              PERFORM UNTIL EOF-CUSTBALPF
                 READ CUSTBALPF NEXT RECORD
                    AT END
                       SET EOF-CUSTBALPF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1100-CHECK-ELIGIBLE
                       IF CUST-ELIGIBLE
                          ADD 1 TO WS-ELIGIBLE-COUNT
                          PERFORM 2000-SELECT-CUSTOMER
                       END-IF
                 END-READ
              END-PERFORM

              PERFORM 9900-CLEAN-UP
           END-IF.

           GOBACK.

      *================================================================

       1000-COUNT-ELIGIBLE.

           SET NOT-EOF-CUSTBALPF TO TRUE.
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
                    PERFORM 1100-CHECK-ELIGIBLE
                    IF CUST-ELIGIBLE
                       ADD 1 TO WS-ELIGIBLE-COUNT
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  A customer is eligible when billing holds a non-zero balance
      *  at or over the run's amount (either way - a credit balance
      *  is as much the auditors' business as a debit), the master
      *  is on file and not closed, and no letter has gone for the
      *  year already.
      *================================================================

       1100-CHECK-ELIGIBLE.

           SET CUST-NOT-ELIGIBLE TO TRUE.

           MOVE BALAMT OF CUSTBALPF-REC TO WS-ABS-BAL.
           IF WS-ABS-BAL < ZEROES
              COMPUTE WS-ABS-BAL = ZEROES - WS-ABS-BAL
           END-IF.

           IF WS-ABS-BAL > ZEROES AND WS-ABS-BAL >= WS-MIN-AMT
              MOVE BALCUSTNO OF CUSTBALPF-REC TO CUSTNO OF CUSTPF-REC
              READ CUSTPF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CUSTSTAT OF CUSTPF-REC NOT = "I"
                       MOVE WS-CFM-YEAR TO CFMYEAR OF CUSTCFMPF-REC
                       MOVE BALCUSTNO OF CUSTBALPF-REC
                          TO CFMCUSTNO OF CUSTCFMPF-REC
                       READ CUSTCFMPF
                          INVALID KEY
                             SET CUST-ELIGIBLE TO TRUE
                       END-READ
                    END-IF
              END-READ
           END-IF.

      *================================================================

       2000-SELECT-CUSTOMER.

           IF LINK-CFM-MODE = "T"
              MOVE "T" TO WS-SELECTION
              PERFORM 3000-PRINT-LETTER
           ELSE
              IF WS-NEED-LEFT > ZEROES
                 COMPUTE WS-RANDOM = FUNCTION RANDOM
                 IF WS-RANDOM * WS-POP-LEFT < WS-NEED-LEFT
                    MOVE "S" TO WS-SELECTION
                    PERFORM 3000-PRINT-LETTER
                    SUBTRACT 1 FROM WS-NEED-LEFT
                 END-IF
              END-IF
              SUBTRACT 1 FROM WS-POP-LEFT
           END-IF.

      *================================================================

       3000-PRINT-LETTER.

           PERFORM 3100-FIND-CONTACT.

           MOVE LTR-DATE-LINE TO CUSTCFMLST-REC.
           WRITE CUSTCFMLST-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO CUSTCFMLST-REC.
           WRITE CUSTCFMLST-REC AFTER ADVANCING 2 LINES.

           IF CONTACT-FOUND
              MOVE CONNAME OF CUSTCONPF-REC TO LTR-ADDR
           ELSE
              MOVE "ACCOUNTS PAYABLE"       TO LTR-ADDR
           END-IF.
           MOVE LTR-ADDR-LINE TO CUSTCFMLST-REC.
           WRITE CUSTCFMLST-REC AFTER ADVANCING 1 LINE.
           MOVE CUSTNAME OF CUSTPF-REC   TO LTR-ADDR.
           MOVE LTR-ADDR-LINE TO CUSTCFMLST-REC.
           WRITE CUSTCFMLST-REC AFTER ADVANCING 1 LINE.
           MOVE CUSTSTREET OF CUSTPF-REC TO LTR-ADDR.
           MOVE LTR-ADDR-LINE TO CUSTCFMLST-REC.
           WRITE CUSTCFMLST-REC AFTER ADVANCING 1 LINE.
           MOVE CUSTCITY OF CUSTPF-REC   TO LTR-CITY.
           MOVE CUSTPOST OF CUSTPF-REC   TO LTR-POST.
           MOVE LTR-CITY-LINE TO CUSTCFMLST-REC.
           WRITE CUSTCFMLST-REC AFTER ADVANCING 1 LINE.

           MOVE WS-CFM-YEAR               TO LTR-REF-YEAR.
           MOVE BALCUSTNO OF CUSTBALPF-REC TO LTR-REF-CUSTNO.
           MOVE LTR-REF-LINE TO CUSTCFMLST-REC.
           WRITE CUSTCFMLST-REC AFTER ADVANCING 4 LINES.

           MOVE 1 TO WS-LINE-IX.
           MOVE LETTER-TEXT-LINE(WS-LINE-IX) TO LTR-TEXT.
           MOVE LTR-TEXT-LINE TO CUSTCFMLST-REC.
           WRITE CUSTCFMLST-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CUSTCFMLST-REC.
           WRITE CUSTCFMLST-REC AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-LINE-IX FROM 2 BY 1
                   UNTIL WS-LINE-IX > 7
              MOVE LETTER-TEXT-LINE(WS-LINE-IX) TO LTR-TEXT
              MOVE LTR-TEXT-LINE TO CUSTCFMLST-REC
              WRITE CUSTCFMLST-REC AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE BALASOF OF CUSTBALPF-REC  TO WS-ASOF.
           MOVE BALCUSTNO OF CUSTBALPF-REC TO LTR-BAL-CUSTNO.
           MOVE WS-ASOF-DD                TO LTR-ASOF-DD.
           MOVE WS-ASOF-MM                TO LTR-ASOF-MM.
           MOVE WS-ASOF-YYYY              TO LTR-ASOF-YYYY.
           MOVE BALAMT OF CUSTBALPF-REC   TO LTR-BAL-AMT.
           MOVE LTR-BAL-LINE TO CUSTCFMLST-REC.
           WRITE CUSTCFMLST-REC AFTER ADVANCING 3 LINES.

           MOVE REPLY-TEXT-LINE(1) TO LTR-TEXT.
           MOVE LTR-TEXT-LINE TO CUSTCFMLST-REC.
           WRITE CUSTCFMLST-REC AFTER ADVANCING 3 LINES.
           PERFORM VARYING WS-LINE-IX FROM 2 BY 1
                   UNTIL WS-LINE-IX > 4
              MOVE REPLY-TEXT-LINE(WS-LINE-IX) TO LTR-TEXT
              MOVE LTR-TEXT-LINE TO CUSTCFMLST-REC
              WRITE CUSTCFMLST-REC AFTER ADVANCING 2 LINES
           END-PERFORM.

           PERFORM 3200-LOG-LETTER.

      *================================================================
      *  The primary contact is the first on the customer's contact
      *  card - the lowest CUSTCONPF sequence.
      *================================================================

       3100-FIND-CONTACT.

           SET CONTACT-NOT-FOUND TO TRUE.
           MOVE BALCUSTNO OF CUSTBALPF-REC
              TO CONCUSTNO OF CUSTCONPF-REC.
           MOVE ZEROES TO CONSEQ OF CUSTCONPF-REC.
           START CUSTCONPF KEY IS NOT LESS THAN CONKEY
                 OF CUSTCONPF-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ CUSTCONPF NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CONCUSTNO OF CUSTCONPF-REC =
                          BALCUSTNO OF CUSTBALPF-REC
                          SET CONTACT-FOUND TO TRUE
                       END-IF
                 END-READ
           END-START.

           IF CONTACT-NOT-FOUND
              ADD 1 TO WS-NO-CONTACT-COUNT
           END-IF.

      *================================================================

       3200-LOG-LETTER.

           INITIALIZE CUSTCFMPF-REC.
           MOVE WS-CFM-YEAR  TO CFMYEAR    OF CUSTCFMPF-REC.
           MOVE BALCUSTNO    OF CUSTBALPF-REC
              TO CFMCUSTNO   OF CUSTCFMPF-REC.
           MOVE WS-SELECTION TO CFMSEL     OF CUSTCFMPF-REC.
           MOVE BALAMT       OF CUSTBALPF-REC
              TO CFMBALAMT   OF CUSTCFMPF-REC.
           MOVE BALASOF      OF CUSTBALPF-REC
              TO CFMBALASOF  OF CUSTCFMPF-REC.
           IF CONTACT-FOUND
              MOVE CONSEQ    OF CUSTCONPF-REC
                 TO CFMCONSEQ OF CUSTCFMPF-REC
           END-IF.
           MOVE FUNCTION CURRENT-DATE
              TO CFMSENTTS   OF CUSTCFMPF-REC.
           WRITE CUSTCFMPF-REC.
           ADD 1 TO WS-SENT-COUNT.

      *================================================================

       9000-SET-UP.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY-DD   TO LTR-DATE-DD.
           MOVE WS-TODAY-MM   TO LTR-DATE-MM.
           MOVE WS-TODAY-YYYY TO LTR-DATE-YYYY.

           IF LINK-CFM-YEAR > ZEROES
              MOVE LINK-CFM-YEAR TO WS-CFM-YEAR
           ELSE
              COMPUTE WS-CFM-YEAR = WS-TODAY-YYYY - 1
           END-IF.

           IF LINK-MIN-AMT > ZEROES
              MOVE LINK-MIN-AMT TO WS-MIN-AMT
           ELSE
              IF LINK-CFM-MODE = "T"
                 MOVE WS-DEFAULT-AMT TO WS-MIN-AMT
              ELSE
                 MOVE ZEROES TO WS-MIN-AMT
              END-IF
           END-IF.

           IF LINK-SEED > ZEROES
              MOVE LINK-SEED TO WS-SEED
           ELSE
              MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED
           END-IF.

           EVALUATE TRUE
              WHEN LINK-CFM-MODE = "T"
                 CONTINUE
              WHEN LINK-CFM-MODE = "S" AND LINK-SAMPLE-SIZE > ZEROES
                 CONTINUE
              WHEN OTHER
                 SET PARM-NOT-VALID TO TRUE
                 DISPLAY "CUSTCFMLTR: mode must be T, or S with a "
                         "sample size - nothing printed"
           END-EVALUATE.

           IF PARM-VALID
              OPEN INPUT  CUSTBALPF
                          CUSTPF
                          CUSTCONPF
              OPEN I-O    CUSTCFMPF
              OPEN OUTPUT CUSTCFMLST
           END-IF.

      *================================================================

       9900-CLEAN-UP.

           MOVE WS-CFM-YEAR       TO EOJ-YEAR.
           MOVE LINK-CFM-MODE     TO EOJ-MODE.
           MOVE WS-ELIGIBLE-COUNT TO EOJ-ELIGIBLE.
           MOVE WS-SENT-COUNT     TO EOJ-SENT.
           IF LINK-CFM-MODE = "S"
              MOVE WS-SEED        TO EOJ-SEED
           ELSE
              MOVE ZEROES         TO EOJ-SEED
           END-IF.
           MOVE LETTER-EOJ-LINE TO CUSTCFMLST-REC.
           WRITE CUSTCFMLST-REC AFTER ADVANCING PAGE.

           CLOSE CUSTBALPF
                 CUSTPF
                 CUSTCONPF
                 CUSTCFMPF
                 CUSTCFMLST.

           DISPLAY "CUSTCFMLTR: year " WS-CFM-YEAR ", "
                   WS-ELIGIBLE-COUNT " eligible, "
                   WS-SENT-COUNT " letters, "
                   WS-NO-CONTACT-COUNT " without a contact, seed "
                   WS-SEED.
