       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTEXPOSR.

      *================================================================
      *  Nightly credit exposure check - CUSTBALCBL lands billing's
      *  balances on CUSTBALPF but nothing acted on them, so credit
      *  control heard about an account run past its limit from
      *  billing a week late. Runs in the chain after the balance
      *  feed: every customer carrying a credit limit on CUSTCRLPF
      *  has billing's BALAMT compared against it, and
      *
      *    over the limit  - an active account is put on credit hold
      *        (CUSTSTAT "H", reason "CRL") through the same audited
      *        path the screen uses: CUSTCHGTS stamped, one AUDITLOG
      *        "CHANGE" entry with the name/address images, and a
      *        CUSTOUTF "C" notification so billing learns of the
      *        hold. An account already held for any reason is
      *        listed but left exactly as it is;
      *    near the limit  - at or past the row's warning share
      *        (90 percent when the row carries none) it is listed
      *        as a warning only.
      *
      *  The hold is only placed while the "H"/"CRL" reason is on
      *  CUSTSRPF and active - a retired reason means credit control
      *  has stopped automatic holds, and the over-limit lines still
      *  print. Releasing a hold stays a person's decision on the
      *  CUSTCBL screen. Inactive customers are not looked at.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTCRLPF      ASSIGN  TO DATABASE-CUSTCRLPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CRLCUSTNO.

           SELECT CUSTBALPF      ASSIGN  TO DATABASE-CUSTBALPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         BALCUSTNO.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTSRPF       ASSIGN  TO DATABASE-CUSTSRPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SRKEY.

           SELECT CUSTOUTF       ASSIGN  TO DATABASE-CUSTOUTF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTEXPLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTCRLPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCRLPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCRLPF.

       FD  CUSTBALPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTBALPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALPF.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTSRPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTSRPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTSRPF.

       FD  CUSTOUTF
           LABEL RECORDS ARE STANDARD.
       01  CUSTOUTF-REC.
           COPY DDS-ALL-FORMATS OF CUSTOUTF.

       FD  CUSTEXPLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTEXPLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-CUSTCRLPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTCRLPF       VALUE B"0".
               88  EOF-CUSTCRLPF           VALUE B"1".
           05  CUSTPF-FOUND-SW     PIC 1   VALUE B"0".
               88  CUSTPF-FOUND            VALUE B"1".
               88  CUSTPF-NOT-FOUND        VALUE B"0".
           05  BAL-FOUND-SW        PIC 1   VALUE B"0".
               88  BAL-FOUND               VALUE B"1".
               88  BAL-NOT-FOUND           VALUE B"0".
           05  HOLD-RSN-SW         PIC 1   VALUE B"0".
               88  HOLD-RSN-ACTIVE         VALUE B"1".
               88  HOLD-RSN-RETIRED        VALUE B"0".

       01  EXPOSURE-WORK.
           05  WS-HOLD-STAT        PIC X(1)  VALUE "H".
           05  WS-HOLD-RSN         PIC X(3)  VALUE "CRL".
           05  WS-DEFAULT-PCT      PIC 9(3)  VALUE 90.
           05  WS-WARN-PCT         PIC 9(3).
           05  WS-WARN-AMT         PIC S9(11)V99.
           05  WS-USED-PCT         PIC S9(5).

       01  EXPOSURE-COUNTERS.
           05  WS-LIMIT-COUNT      PIC S9(7) VALUE ZEROES.
           05  WS-OVER-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-NEAR-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-HELD-COUNT       PIC S9(7) VALUE ZEROES.

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  AUDLOG-MODE                 PIC X(7).
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  NBRSVC-PARM.
           05  NBRSVC-SERIES               PIC X(10).
           05  NBRSVC-NEXT                 PIC 9(6).
           05  NBRSVC-STAT                 PIC X(1).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "CREDIT EXPOSURE - OVER AND NEAR LIMIT".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "CUSTNO".
               10  FILLER           PIC X(32) VALUE "NAME".
               10  FILLER           PIC X(15) VALUE "     BALANCE".
               10  FILLER           PIC X(15) VALUE "       LIMIT".
               10  FILLER           PIC X(07) VALUE " USED%".
               10  FILLER           PIC X(04) VALUE "ST".
               10  FILLER           PIC X(40) VALUE "ACTION".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-NAME         PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-BALANCE      PIC Z(8)9.99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-LIMIT        PIC Z(8)9.99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-USED-PCT     PIC ZZZZ9-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-STAT         PIC X(1).
               10  FILLER           PIC X(03) VALUE SPACES.
               10  DTL-ACTION       PIC X(40).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "LIMITS:".
               10  TTL-LIMIT        PIC ZZZZZZ9.
               10  FILLER           PIC X(08) VALUE "  OVER:".
               10  TTL-OVER         PIC ZZZZZZ9.
               10  FILLER           PIC X(08) VALUE "  NEAR:".
               10  TTL-NEAR         PIC ZZZZZZ9.
               10  FILLER           PIC X(13) VALUE "  NEW HOLDS:".
               10  TTL-HELD         PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(8).
       01  LINK-RUN-ID              PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           OPEN INPUT  CUSTCRLPF
                       CUSTBALPF
                       CUSTSRPF.
           OPEN I-O    CUSTPF.
           OPEN EXTEND CUSTOUTF.
           OPEN OUTPUT CUSTEXPLST.

           PERFORM 9000-CHECK-HOLD-REASON.

           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO CUSTEXPLST-REC.
           WRITE CUSTEXPLST-REC.
           MOVE COL-LINE TO CUSTEXPLST-REC.
           WRITE CUSTEXPLST-REC.

           MOVE ZEROES TO CRLCUSTNO OF CUSTCRLPF-REC.
           START CUSTCRLPF KEY IS NOT LESS THAN CRLCUSTNO
                 OF CUSTCRLPF-REC
              INVALID KEY
                 SET EOF-CUSTCRLPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTCRLPF
              READ CUSTCRLPF NEXT RECORD
                 AT END
                    SET EOF-CUSTCRLPF TO TRUE
                 NOT AT END
                    IF CRLLIMIT OF CUSTCRLPF-REC > ZEROES
                       ADD 1 TO WS-LIMIT-COUNT
                       PERFORM 1000-CHECK-EXPOSURE
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-LIMIT-COUNT TO TTL-LIMIT.
           MOVE WS-OVER-COUNT  TO TTL-OVER.
           MOVE WS-NEAR-COUNT  TO TTL-NEAR.
           MOVE WS-HELD-COUNT  TO TTL-HELD.
           MOVE TOTAL-LINE TO CUSTEXPLST-REC.
           WRITE CUSTEXPLST-REC.

           CLOSE CUSTCRLPF
                 CUSTBALPF
                 CUSTSRPF
                 CUSTPF
                 CUSTOUTF
                 CUSTEXPLST.

           DISPLAY "CUSTEXPOSR: " WS-LIMIT-COUNT " limits, "
                   WS-OVER-COUNT " over, "
                   WS-NEAR-COUNT " near, "
                   WS-HELD-COUNT " held".

           GOBACK.

      *================================================================

       1000-CHECK-EXPOSURE.

           MOVE CRLCUSTNO OF CUSTCRLPF-REC TO CUSTNO OF CUSTPF-REC.
           SET CUSTPF-FOUND TO TRUE.
           READ CUSTPF
              INVALID KEY
                 SET CUSTPF-NOT-FOUND TO TRUE
           END-READ.

           MOVE CRLCUSTNO OF CUSTCRLPF-REC
              TO BALCUSTNO OF CUSTBALPF-REC.
           SET BAL-FOUND TO TRUE.
           READ CUSTBALPF
              INVALID KEY
                 SET BAL-NOT-FOUND TO TRUE
           END-READ.

      *          No customer, an inactive one, or no balance from
      *          billing yet - nothing is owed that we know of.
           IF CUSTPF-FOUND
           AND CUSTSTAT OF CUSTPF-REC NOT = "I"
           AND BAL-FOUND

              IF CRLWARNPCT OF CUSTCRLPF-REC = ZEROES
                 MOVE WS-DEFAULT-PCT TO WS-WARN-PCT
              ELSE
                 MOVE CRLWARNPCT OF CUSTCRLPF-REC TO WS-WARN-PCT
              END-IF
              COMPUTE WS-WARN-AMT ROUNDED =
                  CRLLIMIT OF CUSTCRLPF-REC * WS-WARN-PCT / 100
              COMPUTE WS-USED-PCT =
                  BALAMT OF CUSTBALPF-REC * 100
                      / CRLLIMIT OF CUSTCRLPF-REC
                 ON SIZE ERROR
                    MOVE 99999 TO WS-USED-PCT
              END-COMPUTE

              EVALUATE TRUE
                 WHEN BALAMT OF CUSTBALPF-REC
                         > CRLLIMIT OF CUSTCRLPF-REC
                    ADD 1 TO WS-OVER-COUNT
                    PERFORM 2000-OVER-LIMIT
                 WHEN BALAMT OF CUSTBALPF-REC >= WS-WARN-AMT
                    ADD 1 TO WS-NEAR-COUNT
                    MOVE "NEAR LIMIT - WARNING ONLY" TO DTL-ACTION
                    PERFORM 3000-WRITE-DETAIL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE

           END-IF.

      *================================================================

       2000-OVER-LIMIT.

           EVALUATE TRUE
              WHEN CUSTSTAT OF CUSTPF-REC NOT = "A"
                 MOVE "OVER LIMIT - ALREADY HELD, LEFT AS IS"
                    TO DTL-ACTION
              WHEN HOLD-RSN-RETIRED
                 MOVE "OVER LIMIT - HOLD REASON RETIRED, NOT HELD"
                    TO DTL-ACTION
              WHEN OTHER
                 PERFORM 2100-PLACE-CREDIT-HOLD
                 MOVE "OVER LIMIT - CREDIT HOLD PLACED"
                    TO DTL-ACTION
           END-EVALUATE.

           PERFORM 3000-WRITE-DETAIL.

      *================================================================
      *  The screen's change path, unattended: status and reason
      *  set, CUSTCHGTS stamped so a terminal sitting on this record
      *  sees its update refused by the lost-update check, and one
      *  AUDITLOG "CHANGE" entry with the unchanged name/address
      *  images exactly as CUSTCBL writes them.
      *================================================================

       2100-PLACE-CREDIT-HOLD.

           MOVE SPACES                 TO AUDLOG-BEF-DATA.
           MOVE CUSTNAME OF CUSTPF-REC TO AUDLOG-BEF-DATA(1:30).
           MOVE CUSTADDR OF CUSTPF-REC TO AUDLOG-BEF-DATA(31:30).

           MOVE WS-HOLD-STAT TO CUSTSTAT  OF CUSTPF-REC.
           MOVE WS-HOLD-RSN  TO CUSTSTRSN OF CUSTPF-REC.
           MOVE FUNCTION CURRENT-DATE TO CUSTCHGTS OF CUSTPF-REC.
           REWRITE CUSTPF-REC.
           ADD 1 TO WS-HELD-COUNT.

           MOVE "CUSTPF"               TO AUDLOG-FILE.
           MOVE SPACES                 TO AUDLOG-KEY.
           MOVE CUSTNO OF CUSTPF-REC   TO AUDLOG-KEY(1:6).
           MOVE "CHANGE"               TO AUDLOG-MODE.
           MOVE SPACES                 TO AUDLOG-AFT-DATA.
           MOVE CUSTNAME OF CUSTPF-REC TO AUDLOG-AFT-DATA(1:30).
           MOVE CUSTADDR OF CUSTPF-REC TO AUDLOG-AFT-DATA(31:30).
           CALL "AUDITLOG" USING AUDLOG-PARM.

           PERFORM 2200-WRITE-CUSTOUTF.

      *================================================================
      *  Billing hears of the hold the way it hears of an approved
      *  status change - a "C" notification, as CUSTAPRCBL writes.
      *================================================================

       2200-WRITE-CUSTOUTF.

           MOVE CUSTNO OF CUSTPF-REC  TO NOTCUSTNO OF CUSTOUTF-REC.
           MOVE FUNCTION CURRENT-DATE TO NOTTS     OF CUSTOUTF-REC.
           MOVE "N"                   TO NOTSTAT   OF CUSTOUTF-REC.
           MOVE SPACES                TO NOTEXPTS  OF CUSTOUTF-REC.
           MOVE ZEROES                TO NOTID     OF CUSTOUTF-REC.
           MOVE "C"                   TO NOTTYPE   OF CUSTOUTF-REC.
           MOVE ZEROES                TO NOTMRGTO  OF CUSTOUTF-REC.
           MOVE ZEROES                TO NOTCONSEQ OF CUSTOUTF-REC.
           MOVE SPACES                TO NOTCONACT OF CUSTOUTF-REC.
           MOVE "NOTID"   TO NBRSVC-SERIES OF NBRSVC-PARM.
           CALL "CUSTNBRSVC" USING NBRSVC-PARM.
           IF NBRSVC-STAT OF NBRSVC-PARM = "Y"
              MOVE NBRSVC-NEXT OF NBRSVC-PARM
                 TO NOTID OF CUSTOUTF-REC
           END-IF.
           WRITE CUSTOUTF-REC.

      *================================================================

       3000-WRITE-DETAIL.

           MOVE CUSTNO    OF CUSTPF-REC    TO DTL-CUSTNO.
           MOVE CUSTNAME  OF CUSTPF-REC    TO DTL-NAME.
           MOVE BALAMT    OF CUSTBALPF-REC TO DTL-BALANCE.
           MOVE CRLLIMIT  OF CUSTCRLPF-REC TO DTL-LIMIT.
           MOVE WS-USED-PCT                TO DTL-USED-PCT.
           MOVE CUSTSTAT  OF CUSTPF-REC    TO DTL-STAT.
           MOVE SPACES   TO CUSTEXPLST-REC.
           MOVE DTL-LINE TO CUSTEXPLST-REC.
           WRITE CUSTEXPLST-REC.

      *================================================================

       9000-CHECK-HOLD-REASON.

           SET HOLD-RSN-RETIRED TO TRUE.
           MOVE WS-HOLD-STAT TO SRSTAT OF CUSTSRPF-REC.
           MOVE WS-HOLD-RSN  TO SRRSN  OF CUSTSRPF-REC.
           READ CUSTSRPF
              INVALID KEY
                 DISPLAY "CUSTEXPOSR: reason H/CRL not on CUSTSRPF - "
                         "no credit holds will be placed"
              NOT INVALID KEY
                 IF SRACTIVE OF CUSTSRPF-REC = "Y"
                    SET HOLD-RSN-ACTIVE TO TRUE
                 END-IF
           END-READ.
