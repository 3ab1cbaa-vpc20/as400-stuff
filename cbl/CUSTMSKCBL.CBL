       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTMSKCBL.

      *================================================================
      *  Masked test-library copy of the customer files - builds a
      *  copy of CUSTPF, CUSTCONPF, CUSTNOTPF, CUSTBALPF and the
      *  customer slice of AUDITTRL into the named test library, so
      *  a developer testing CUSTCBL gets realistic data without a
      *  single live name, street, phone number or note leaving
      *  production:
      *
      *    CUSTPF    - name and street replaced; CUSTNO, city,
      *                postal code, status, reason and the merge
      *                cross-reference carried as they are, so the
      *                geographic and status mix stays true;
      *    CUSTCONPF - contact name and phone replaced, role kept;
      *    CUSTNOTPF - note text replaced, user profile and stamp
      *                kept;
      *    CUSTBALPF - copied as it is (no personal data);
      *    AUDITTRL  - only the CUSTPF, CUSTCONPF, CUSTNOTPF and
      *                CUSTBALPF entries, with the name, street,
      *                contact name and note text inside the
      *                before/after images replaced the same way.
      *
      *  Each fake is picked from the tables below by the AUDCHKSVC
      *  check value of the live text, so one live value always
      *  becomes the same fake - a customer's name on CUSTPF matches
      *  the after-image of its last audit entry, and a renamed
      *  customer still shows a before and an after that differ.
      *  Blank fields and the CUSTERSCBL erased marker are carried
      *  as they are. The AUDSEQ/AUDCHK chain values are carried but
      *  no longer verify over the masked images - AUDVFYCBL is not
      *  meant to be run against a test copy.
      *
      *  The library must be registered on CODETBL table TESTLIB
      *  (so a typing slip cannot aim the copy at a production
      *  library) and must already exist. A file missing from it is
      *  created with CRTDUPOBJ DATA(*NO); the MSKxxx files are then
      *  pointed at the library's copies by OVRDBF through QCMDEXC,
      *  the way SPLFCONCBL points SPLFINBF, and OPEN OUTPUT clears
      *  whatever an earlier copy left there.
      *
      *  The masking summary lists, file by file, the rows copied and
      *  the fields replaced, and proves the point for audit with a
      *  count of live values found unchanged in the copy - which
      *  must be zero. The run itself is logged through AUDITLOG
      *  under AUDFILE "TESTCOPY", keyed by the library.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTCONPF      ASSIGN  TO DATABASE-CUSTCONPF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTNOTPF      ASSIGN  TO DATABASE-CUSTNOTPF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTBALPF      ASSIGN  TO DATABASE-CUSTBALPF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT AUDITTRL       ASSIGN  TO DATABASE-AUDITTRL
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT MSKCUSTPF      ASSIGN  TO DATABASE-MSKCUSTPF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT MSKCUSTCON     ASSIGN  TO DATABASE-MSKCUSTCON
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT MSKCUSTNOT     ASSIGN  TO DATABASE-MSKCUSTNOT
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT MSKCUSTBAL     ASSIGN  TO DATABASE-MSKCUSTBAL
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT MSKAUDTRL      ASSIGN  TO DATABASE-MSKAUDTRL
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTMSKLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTCONPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCONPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCONPF.

       FD  CUSTNOTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTNOTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTNOTPF.

       FD  CUSTBALPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTBALPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALPF.

       FD  AUDITTRL
           LABEL RECORDS ARE STANDARD.
       01  AUDITTRL-REC.
           COPY DDS-ALL-FORMATS OF AUDITTRL.

      *    MSKxxx - the test library's copies, each under its live
      *    file's own record format.

       FD  MSKCUSTPF
           LABEL RECORDS ARE STANDARD.
       01  MSKCUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  MSKCUSTCON
           LABEL RECORDS ARE STANDARD.
       01  MSKCUSTCON-REC.
           COPY DDS-ALL-FORMATS OF CUSTCONPF.

       FD  MSKCUSTNOT
           LABEL RECORDS ARE STANDARD.
       01  MSKCUSTNOT-REC.
           COPY DDS-ALL-FORMATS OF CUSTNOTPF.

       FD  MSKCUSTBAL
           LABEL RECORDS ARE STANDARD.
       01  MSKCUSTBAL-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALPF.

       FD  MSKAUDTRL
           LABEL RECORDS ARE STANDARD.
       01  MSKAUDTRL-REC.
           COPY DDS-ALL-FORMATS OF AUDITTRL.

       FD  CUSTMSKLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTMSKLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-INPUT-SW        PIC 1   VALUE B"0".
               88  NOT-EOF-INPUT           VALUE B"0".
               88  EOF-INPUT               VALUE B"1".
           05  LIBRARY-OK-SW       PIC 1   VALUE B"1".
               88  LIBRARY-OK              VALUE B"1".
               88  LIBRARY-REFUSED         VALUE B"0".

       01  MASK-WORK.
           05  WS-REAL-VALUE       PIC X(60).
           05  WS-FAKE-VALUE       PIC X(60).
           05  WS-HASH             PIC 9(8).
           05  WS-HASH-Q           PIC 9(8).
           05  WS-PICK-1           PIC S9(4) BINARY.
           05  WS-PICK-2           PIC S9(4) BINARY.
           05  WS-PICK-3           PIC S9(4) BINARY.
           05  WS-HOUSE-NO         PIC 9(3).
           05  WS-PHONE-END        PIC 9(2).
           05  WS-ERASED-TEXT      PIC X(14) VALUE "*** ERASED ***".
           05  WS-FILE-IDX         PIC S9(4) BINARY.
           05  WS-REFUSE-TEXT      PIC X(60) VALUE SPACES.
           05  WS-EDIT-1           PIC ZZZZZZ9.
           05  WS-EDIT-2           PIC ZZZZZZ9.
           05  WS-EDIT-3           PIC ZZZZZZ9.

      *          The five files copied, live name against the MSKxxx
      *          file the copy is written through.

       01  FILE-NAME-VALUES.
           05  FILLER              PIC X(20)
                                   VALUE "CUSTPF    MSKCUSTPF ".
           05  FILLER              PIC X(20)
                                   VALUE "CUSTCONPF MSKCUSTCON".
           05  FILLER              PIC X(20)
                                   VALUE "CUSTNOTPF MSKCUSTNOT".
           05  FILLER              PIC X(20)
                                   VALUE "CUSTBALPF MSKCUSTBAL".
           05  FILLER              PIC X(20)
                                   VALUE "AUDITTRL  MSKAUDTRL ".
       01  FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
           05  WS-FILE-ENTRY       OCCURS 5 TIMES.
               10  WS-FILE-LIVE    PIC X(10).
               10  WS-FILE-MASK    PIC X(10).

      *          Fake-value tables. Customer names are built surname +
      *          trade + suffix, streets house number + name + type,
      *          contacts first name + surname.

       01  SURNAME-VALUES.
           05  FILLER              PIC X(10) VALUE "ALDERTON".
           05  FILLER              PIC X(10) VALUE "BRAMWELL".
           05  FILLER              PIC X(10) VALUE "CASTLEMAN".
           05  FILLER              PIC X(10) VALUE "DENHOLM".
           05  FILLER              PIC X(10) VALUE "ELLSWORTH".
           05  FILLER              PIC X(10) VALUE "FAIRBANK".
           05  FILLER              PIC X(10) VALUE "GARRICK".
           05  FILLER              PIC X(10) VALUE "HOLLOWAY".
           05  FILLER              PIC X(10) VALUE "IRVINE".
           05  FILLER              PIC X(10) VALUE "JARROW".
           05  FILLER              PIC X(10) VALUE "KESTON".
           05  FILLER              PIC X(10) VALUE "LANGFORD".
           05  FILLER              PIC X(10) VALUE "MARLOWE".
           05  FILLER              PIC X(10) VALUE "NORTHCOTE".
           05  FILLER              PIC X(10) VALUE "OAKLEY".
           05  FILLER              PIC X(10) VALUE "PEMBERTON".
           05  FILLER              PIC X(10) VALUE "QUINLAN".
           05  FILLER              PIC X(10) VALUE "RADCLIFFE".
           05  FILLER              PIC X(10) VALUE "STANWAY".
           05  FILLER              PIC X(10) VALUE "THORNBURY".
       01  SURNAME-TABLE REDEFINES SURNAME-VALUES.
           05  WS-SURNAME          PIC X(10) OCCURS 20 TIMES.

       01  TRADE-VALUES.
           05  FILLER              PIC X(11) VALUE "FREIGHT".
           05  FILLER              PIC X(11) VALUE "SUPPLY".
           05  FILLER              PIC X(11) VALUE "ENGINEERING".
           05  FILLER              PIC X(11) VALUE "PACKAGING".
           05  FILLER              PIC X(11) VALUE "FOODS".
           05  FILLER              PIC X(11) VALUE "PLASTICS".
           05  FILLER              PIC X(11) VALUE "HARDWARE".
           05  FILLER              PIC X(11) VALUE "TEXTILES".
           05  FILLER              PIC X(11) VALUE "ELECTRICAL".
           05  FILLER              PIC X(11) VALUE "TIMBER".
       01  TRADE-TABLE REDEFINES TRADE-VALUES.
           05  WS-TRADE            PIC X(11) OCCURS 10 TIMES.

       01  SUFFIX-VALUES.
           05  FILLER              PIC X(5) VALUE "LTD".
           05  FILLER              PIC X(5) VALUE "INC".
           05  FILLER              PIC X(5) VALUE "CO".
           05  FILLER              PIC X(5) VALUE "& SON".
           05  FILLER              PIC X(5) VALUE "GROUP".
       01  SUFFIX-TABLE REDEFINES SUFFIX-VALUES.
           05  WS-SUFFIX           PIC X(5) OCCURS 5 TIMES.

       01  FIRST-NAME-VALUES.
           05  FILLER              PIC X(10) VALUE "ALAN".
           05  FILLER              PIC X(10) VALUE "BARBARA".
           05  FILLER              PIC X(10) VALUE "COLIN".
           05  FILLER              PIC X(10) VALUE "DIANE".
           05  FILLER              PIC X(10) VALUE "EDWARD".
           05  FILLER              PIC X(10) VALUE "FIONA".
           05  FILLER              PIC X(10) VALUE "GRAHAM".
           05  FILLER              PIC X(10) VALUE "HELEN".
           05  FILLER              PIC X(10) VALUE "IAN".
           05  FILLER              PIC X(10) VALUE "JANET".
           05  FILLER              PIC X(10) VALUE "KEITH".
           05  FILLER              PIC X(10) VALUE "LINDA".
           05  FILLER              PIC X(10) VALUE "MARTIN".
           05  FILLER              PIC X(10) VALUE "NORMA".
           05  FILLER              PIC X(10) VALUE "OWEN".
           05  FILLER              PIC X(10) VALUE "PAULINE".
           05  FILLER              PIC X(10) VALUE "ROGER".
           05  FILLER              PIC X(10) VALUE "SANDRA".
           05  FILLER              PIC X(10) VALUE "TREVOR".
           05  FILLER              PIC X(10) VALUE "VALERIE".
       01  FIRST-NAME-TABLE REDEFINES FIRST-NAME-VALUES.
           05  WS-FIRST-NAME       PIC X(10) OCCURS 20 TIMES.

       01  STREET-VALUES.
           05  FILLER              PIC X(10) VALUE "ASH".
           05  FILLER              PIC X(10) VALUE "BRIDGE".
           05  FILLER              PIC X(10) VALUE "CHURCH".
           05  FILLER              PIC X(10) VALUE "DOVER".
           05  FILLER              PIC X(10) VALUE "ELM".
           05  FILLER              PIC X(10) VALUE "FOUNDRY".
           05  FILLER              PIC X(10) VALUE "GROVE".
           05  FILLER              PIC X(10) VALUE "HIGH".
           05  FILLER              PIC X(10) VALUE "KINGS".
           05  FILLER              PIC X(10) VALUE "LAKE".
           05  FILLER              PIC X(10) VALUE "MILL".
           05  FILLER              PIC X(10) VALUE "NORTH".
           05  FILLER              PIC X(10) VALUE "OAK".
           05  FILLER              PIC X(10) VALUE "PARK".
           05  FILLER              PIC X(10) VALUE "QUEENS".
           05  FILLER              PIC X(10) VALUE "RIVER".
           05  FILLER              PIC X(10) VALUE "STATION".
           05  FILLER              PIC X(10) VALUE "VICTORIA".
           05  FILLER              PIC X(10) VALUE "WHARF".
           05  FILLER              PIC X(10) VALUE "YORK".
       01  STREET-TABLE REDEFINES STREET-VALUES.
           05  WS-STREET-NAME      PIC X(10) OCCURS 20 TIMES.

       01  STREET-TYPE-VALUES.
           05  FILLER              PIC X(6) VALUE "STREET".
           05  FILLER              PIC X(6) VALUE "ROAD".
           05  FILLER              PIC X(6) VALUE "LANE".
           05  FILLER              PIC X(6) VALUE "AVENUE".
           05  FILLER              PIC X(6) VALUE "WAY".
       01  STREET-TYPE-TABLE REDEFINES STREET-TYPE-VALUES.
           05  WS-STREET-TYPE      PIC X(6) OCCURS 5 TIMES.

       01  NOTE-VALUES.
           05  FILLER              PIC X(50)
               VALUE "DELIVERIES TO REAR ENTRANCE BEFORE 10AM".
           05  FILLER              PIC X(50)
               VALUE "INVOICE QUERY RESOLVED - CREDIT NOTE ISSUED".
           05  FILLER              PIC X(50)
               VALUE "CALL AHEAD BEFORE ANY SITE VISIT".
           05  FILLER              PIC X(50)
               VALUE "PREFERS STATEMENTS BY POST, NOT EMAIL".
           05  FILLER              PIC X(50)
               VALUE "PO NUMBER REQUIRED ON EVERY INVOICE".
           05  FILLER              PIC X(50)
               VALUE "CLOSED FOR STOCKTAKE LAST WEEK OF THE YEAR".
           05  FILLER              PIC X(50)
               VALUE "PAYMENT TERMS AGREED AT 45 DAYS".
           05  FILLER              PIC X(50)
               VALUE "GOODS-IN DOCK TAKES PALLETS ONLY".
           05  FILLER              PIC X(50)
               VALUE "DISPUTED CHARGE WRITTEN OFF BY ACCOUNTS".
           05  FILLER              PIC X(50)
               VALUE "NEW BUYER APPOINTED - SEND PRICE LIST".
       01  NOTE-TABLE REDEFINES NOTE-VALUES.
           05  WS-NOTE-TEXT        PIC X(50) OCCURS 10 TIMES.

       01  MASK-COUNTERS.
           05  WS-CUST-ROWS        PIC S9(7) VALUE ZEROES.
           05  WS-CON-ROWS         PIC S9(7) VALUE ZEROES.
           05  WS-NOT-ROWS         PIC S9(7) VALUE ZEROES.
           05  WS-BAL-ROWS         PIC S9(7) VALUE ZEROES.
           05  WS-AUD-ROWS         PIC S9(7) VALUE ZEROES.
           05  WS-AUD-LEFT         PIC S9(7) VALUE ZEROES.
           05  WS-NAME-MASKED      PIC S9(7) VALUE ZEROES.
           05  WS-STREET-MASKED    PIC S9(7) VALUE ZEROES.
           05  WS-CONNAME-MASKED   PIC S9(7) VALUE ZEROES.
           05  WS-PHONE-MASKED     PIC S9(7) VALUE ZEROES.
           05  WS-NOTE-MASKED      PIC S9(7) VALUE ZEROES.
           05  WS-IMAGE-MASKED     PIC S9(7) VALUE ZEROES.
           05  WS-LIVE-CARRIED     PIC S9(7) VALUE ZEROES.

       01  MASK-CMD.
           05  MASK-CMD-TEXT        PIC X(256) VALUE SPACES.
           05  MASK-CMD-LEN         PIC S9(9) BINARY.

       COPY QUSEC OF QSYSINC-QLBLSRC.

       01  CHKOBJ-PARM.
           05  CHKOBJ-NAME                 PIC X(10).
           05  CHKOBJ-LIB                  PIC X(10).
           05  CHKOBJ-TYPE                 PIC X(10).
           05  CHKOBJ-FOUND                PIC X(01).
           05  CHKOBJ-MSG                  PIC X(50).

       01  CODVAL-PARM.
           05  CODVAL-TABLE                PIC X(10).
           05  CODVAL-CODE                 PIC X(10).
           05  CODVAL-DESC                 PIC X(30).
           05  CODVAL-STAT                 PIC X(1).

       01  AUDCHK-PARM.
           05  ACHK-PREV                   PIC 9(8).
           05  ACHK-DATA                   PIC X(200).
           05  ACHK-RESULT                 PIC 9(8).

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  AUDLOG-MODE                 PIC X(7).
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(45)
                   VALUE "MASKED TEST COPY OF THE CUSTOMER FILES".
               10  FILLER           PIC X(09) VALUE "LIBRARY ".
               10  HDR-LIB          PIC X(10).
               10  FILLER           PIC X(06) VALUE " RUN ".
               10  HDR-TS           PIC X(14).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "FILE".
               10  FILLER           PIC X(12) VALUE "ROWS COPIED".
               10  FILLER           PIC X(60) VALUE "FIELDS REPLACED".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-FILE         PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-ROWS         PIC ZZZZZZ9.
               10  FILLER           PIC X(05) VALUE SPACES.
               10  DTL-MASKED       PIC X(80).
           05  KEPT-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(50) VALUE
                   "CARRIED UNCHANGED: CUSTNO, STATUS, REASON, CITY, ".
               10  FILLER           PIC X(50) VALUE
                   "POSTAL CODE, MERGE LINK, CONTACT ROLE, BALANCES".
           05  LIVE-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(44)
                   VALUE "LIVE VALUES FOUND UNCHANGED IN THE COPY:".
               10  LIVE-COUNT       PIC ZZZZZZ9.
           05  REFUSE-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(22)
                   VALUE "NOTHING COPIED - ".
               10  REFUSE-TEXT      PIC X(60).

      *================================================================

       LINKAGE SECTION.

       01  LINK-TEST-LIB            PIC X(10).
       01  LINK-COPIED              PIC X(1).

      *================================================================

       PROCEDURE DIVISION USING LINK-TEST-LIB, LINK-COPIED.

       0000-MAIN.

           MOVE "N" TO LINK-COPIED.
           OPEN OUTPUT CUSTMSKLST.
           MOVE LINK-TEST-LIB TO HDR-LIB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HDR-TS.
           MOVE HDR-LINE TO CUSTMSKLST-REC.
           WRITE CUSTMSKLST-REC.

           PERFORM 9000-CHECK-LIBRARY.
           IF LIBRARY-OK
              PERFORM 9100-PREPARE-FILES
           END-IF.

           IF LIBRARY-REFUSED
              MOVE WS-REFUSE-TEXT TO REFUSE-TEXT
              MOVE REFUSE-LINE TO CUSTMSKLST-REC
              WRITE CUSTMSKLST-REC
              DISPLAY "CUSTMSKCBL: " LINK-TEST-LIB " - "
                      WS-REFUSE-TEXT
           ELSE
              PERFORM 1000-COPY-CUSTOMERS
              PERFORM 2000-COPY-CONTACTS
              PERFORM 3000-COPY-NOTES
              PERFORM 4000-COPY-BALANCES
              PERFORM 5000-COPY-AUDIT
              PERFORM 9200-RELEASE-OVERRIDES
              PERFORM 8000-PRINT-SUMMARY
              PERFORM 8100-AUDIT-COPY
              MOVE "Y" TO LINK-COPIED
              DISPLAY "CUSTMSKCBL: " WS-CUST-ROWS
                      " customers copied masked to " LINK-TEST-LIB
                      " - " WS-LIVE-CARRIED " live values carried"
           END-IF.

           CLOSE CUSTMSKLST.

           GOBACK.

      *================================================================
      *  CUSTPF - name and street replaced, everything else carried.
      *================================================================

       1000-COPY-CUSTOMERS.

           OPEN INPUT  CUSTPF.
           OPEN OUTPUT MSKCUSTPF.
           SET NOT-EOF-INPUT TO TRUE.

           PERFORM UNTIL EOF-INPUT
              READ CUSTPF
                 AT END
                    SET EOF-INPUT TO TRUE
                 NOT AT END
                    PERFORM 1100-MASK-CUSTOMER
              END-READ
           END-PERFORM.

           CLOSE CUSTPF
                 MSKCUSTPF.

      *================================================================

       1100-MASK-CUSTOMER.

           MOVE CUSTPF-REC TO MSKCUSTPF-REC.

           MOVE CUSTNAME OF CUSTPF-REC TO WS-REAL-VALUE.
           PERFORM 6000-FAKE-CUSTOMER-NAME.
           MOVE WS-FAKE-VALUE TO CUSTNAME OF MSKCUSTPF-REC.
           IF WS-FAKE-VALUE NOT = WS-REAL-VALUE
              ADD 1 TO WS-NAME-MASKED
           END-IF.

           MOVE CUSTSTREET OF CUSTPF-REC TO WS-REAL-VALUE.
           PERFORM 6100-FAKE-STREET.
           MOVE WS-FAKE-VALUE TO CUSTSTREET OF MSKCUSTPF-REC.
           IF WS-FAKE-VALUE NOT = WS-REAL-VALUE
              ADD 1 TO WS-STREET-MASKED
           END-IF.

           WRITE MSKCUSTPF-REC.
           ADD 1 TO WS-CUST-ROWS.

      *================================================================
      *  CUSTCONPF - contact name and phone replaced, role carried.
      *================================================================

       2000-COPY-CONTACTS.

           OPEN INPUT  CUSTCONPF.
           OPEN OUTPUT MSKCUSTCON.
           SET NOT-EOF-INPUT TO TRUE.

           PERFORM UNTIL EOF-INPUT
              READ CUSTCONPF
                 AT END
                    SET EOF-INPUT TO TRUE
                 NOT AT END
                    PERFORM 2100-MASK-CONTACT
              END-READ
           END-PERFORM.

           CLOSE CUSTCONPF
                 MSKCUSTCON.

      *================================================================

       2100-MASK-CONTACT.

           MOVE CUSTCONPF-REC TO MSKCUSTCON-REC.

           MOVE CONNAME OF CUSTCONPF-REC TO WS-REAL-VALUE.
           PERFORM 6200-FAKE-CONTACT-NAME.
           MOVE WS-FAKE-VALUE TO CONNAME OF MSKCUSTCON-REC.
           IF WS-FAKE-VALUE NOT = WS-REAL-VALUE
              ADD 1 TO WS-CONNAME-MASKED
           END-IF.

           MOVE CONPHONE OF CUSTCONPF-REC TO WS-REAL-VALUE.
           PERFORM 6300-FAKE-PHONE.
           MOVE WS-FAKE-VALUE TO CONPHONE OF MSKCUSTCON-REC.
           IF WS-FAKE-VALUE NOT = WS-REAL-VALUE
              ADD 1 TO WS-PHONE-MASKED
           END-IF.

           WRITE MSKCUSTCON-REC.
           ADD 1 TO WS-CON-ROWS.

      *================================================================
      *  CUSTNOTPF - note text replaced, writer and stamp carried.
      *================================================================

       3000-COPY-NOTES.

           OPEN INPUT  CUSTNOTPF.
           OPEN OUTPUT MSKCUSTNOT.
           SET NOT-EOF-INPUT TO TRUE.

           PERFORM UNTIL EOF-INPUT
              READ CUSTNOTPF
                 AT END
                    SET EOF-INPUT TO TRUE
                 NOT AT END
                    PERFORM 3100-MASK-NOTE
              END-READ
           END-PERFORM.

           CLOSE CUSTNOTPF
                 MSKCUSTNOT.

      *================================================================

       3100-MASK-NOTE.

           MOVE CUSTNOTPF-REC TO MSKCUSTNOT-REC.

           MOVE NTTEXT OF CUSTNOTPF-REC TO WS-REAL-VALUE.
           PERFORM 6400-FAKE-NOTE.
           MOVE WS-FAKE-VALUE TO NTTEXT OF MSKCUSTNOT-REC.
           IF WS-FAKE-VALUE NOT = WS-REAL-VALUE
              ADD 1 TO WS-NOTE-MASKED
           END-IF.

           WRITE MSKCUSTNOT-REC.
           ADD 1 TO WS-NOT-ROWS.

      *================================================================
      *  CUSTBALPF - no personal data, copied as it is.
      *================================================================

       4000-COPY-BALANCES.

           OPEN INPUT  CUSTBALPF.
           OPEN OUTPUT MSKCUSTBAL.
           SET NOT-EOF-INPUT TO TRUE.

           PERFORM UNTIL EOF-INPUT
              READ CUSTBALPF
                 AT END
                    SET EOF-INPUT TO TRUE
                 NOT AT END
                    MOVE CUSTBALPF-REC TO MSKCUSTBAL-REC
                    WRITE MSKCUSTBAL-REC
                    ADD 1 TO WS-BAL-ROWS
              END-READ
           END-PERFORM.

           CLOSE CUSTBALPF
                 MSKCUSTBAL.

      *================================================================
      *  AUDITTRL - the entries of the four copied files only, with
      *  the personal text in the before/after images replaced. The
      *  image layouts are the writers' own:
      *
      *    CUSTPF    - name (1:30) + street (31:30); an "ADRCNV"
      *                entry holds the address alone, street first;
      *                the "ARCHIVE" after-image and "RESTORE"
      *                before-image are fixed wording, left alone;
      *    CUSTCONPF - contact name (1:30) + role (31:20);
      *    CUSTNOTPF - note text (1:50) + writer (51:10);
      *    CUSTBALPF - amounts only, copied as they are.
      *================================================================

       5000-COPY-AUDIT.

           OPEN INPUT  AUDITTRL.
           OPEN OUTPUT MSKAUDTRL.
           SET NOT-EOF-INPUT TO TRUE.

           PERFORM UNTIL EOF-INPUT
              READ AUDITTRL
                 AT END
                    SET EOF-INPUT TO TRUE
                 NOT AT END
                    IF AUDFILE OF AUDITTRL-REC = "CUSTPF"
                    OR AUDFILE OF AUDITTRL-REC = "CUSTCONPF"
                    OR AUDFILE OF AUDITTRL-REC = "CUSTNOTPF"
                    OR AUDFILE OF AUDITTRL-REC = "CUSTBALPF"
                       PERFORM 5100-MASK-AUDIT-ENTRY
                    ELSE
                       ADD 1 TO WS-AUD-LEFT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE AUDITTRL
                 MSKAUDTRL.

      *================================================================

       5100-MASK-AUDIT-ENTRY.

           MOVE AUDITTRL-REC TO MSKAUDTRL-REC.

           EVALUATE AUDFILE OF AUDITTRL-REC
              WHEN "CUSTPF"
                 IF AUDMODE OF AUDITTRL-REC NOT = "RESTORE"
                    PERFORM 5200-MASK-CUST-BEFORE
                 END-IF
                 IF AUDMODE OF AUDITTRL-REC NOT = "ARCHIVE"
                    PERFORM 5300-MASK-CUST-AFTER
                 END-IF
              WHEN "CUSTCONPF"
                 MOVE AUD-BEF-DATA OF AUDITTRL-REC(1:30)
                    TO WS-REAL-VALUE
                 PERFORM 6200-FAKE-CONTACT-NAME
                 MOVE WS-FAKE-VALUE
                    TO AUD-BEF-DATA OF MSKAUDTRL-REC(1:30)
                 PERFORM 5900-COUNT-IMAGE
                 MOVE AUD-AFT-DATA OF AUDITTRL-REC(1:30)
                    TO WS-REAL-VALUE
                 PERFORM 6200-FAKE-CONTACT-NAME
                 MOVE WS-FAKE-VALUE
                    TO AUD-AFT-DATA OF MSKAUDTRL-REC(1:30)
                 PERFORM 5900-COUNT-IMAGE
              WHEN "CUSTNOTPF"
                 MOVE AUD-BEF-DATA OF AUDITTRL-REC(1:50)
                    TO WS-REAL-VALUE
                 PERFORM 6400-FAKE-NOTE
                 MOVE WS-FAKE-VALUE
                    TO AUD-BEF-DATA OF MSKAUDTRL-REC(1:50)
                 PERFORM 5900-COUNT-IMAGE
                 MOVE AUD-AFT-DATA OF AUDITTRL-REC(1:50)
                    TO WS-REAL-VALUE
                 PERFORM 6400-FAKE-NOTE
                 MOVE WS-FAKE-VALUE
                    TO AUD-AFT-DATA OF MSKAUDTRL-REC(1:50)
                 PERFORM 5900-COUNT-IMAGE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           WRITE MSKAUDTRL-REC.
           ADD 1 TO WS-AUD-ROWS.

      *================================================================

       5200-MASK-CUST-BEFORE.

           IF AUDMODE OF AUDITTRL-REC = "ADRCNV"
              MOVE AUD-BEF-DATA OF AUDITTRL-REC(1:30) TO WS-REAL-VALUE
              PERFORM 6100-FAKE-STREET
              MOVE WS-FAKE-VALUE TO AUD-BEF-DATA OF MSKAUDTRL-REC(1:30)
              PERFORM 5900-COUNT-IMAGE
           ELSE
              MOVE AUD-BEF-DATA OF AUDITTRL-REC(1:30) TO WS-REAL-VALUE
              PERFORM 6000-FAKE-CUSTOMER-NAME
              MOVE WS-FAKE-VALUE TO AUD-BEF-DATA OF MSKAUDTRL-REC(1:30)
              PERFORM 5900-COUNT-IMAGE
              MOVE AUD-BEF-DATA OF AUDITTRL-REC(31:30) TO WS-REAL-VALUE
              PERFORM 6100-FAKE-STREET
              MOVE WS-FAKE-VALUE TO AUD-BEF-DATA OF MSKAUDTRL-REC(31:30)
              PERFORM 5900-COUNT-IMAGE
           END-IF.

      *================================================================

       5300-MASK-CUST-AFTER.

           IF AUDMODE OF AUDITTRL-REC = "ADRCNV"
              MOVE AUD-AFT-DATA OF AUDITTRL-REC(1:30) TO WS-REAL-VALUE
              PERFORM 6100-FAKE-STREET
              MOVE WS-FAKE-VALUE TO AUD-AFT-DATA OF MSKAUDTRL-REC(1:30)
              PERFORM 5900-COUNT-IMAGE
           ELSE
              MOVE AUD-AFT-DATA OF AUDITTRL-REC(1:30) TO WS-REAL-VALUE
              PERFORM 6000-FAKE-CUSTOMER-NAME
              MOVE WS-FAKE-VALUE TO AUD-AFT-DATA OF MSKAUDTRL-REC(1:30)
              PERFORM 5900-COUNT-IMAGE
              MOVE AUD-AFT-DATA OF AUDITTRL-REC(31:30) TO WS-REAL-VALUE
              PERFORM 6100-FAKE-STREET
              MOVE WS-FAKE-VALUE TO AUD-AFT-DATA OF MSKAUDTRL-REC(31:30)
              PERFORM 5900-COUNT-IMAGE
           END-IF.

      *================================================================

       5900-COUNT-IMAGE.

           IF WS-FAKE-VALUE NOT = WS-REAL-VALUE
              ADD 1 TO WS-IMAGE-MASKED
           END-IF.

      *================================================================
      *  Fake-value builders. Each takes the live text in
      *  WS-REAL-VALUE and leaves its replacement in WS-FAKE-VALUE;
      *  blank text and the erased marker come back as they went in.
      *  A non-blank live value that comes back unchanged (only
      *  possible if the live text happens to be one of the fakes)
      *  is counted as carried, for the summary.
      *================================================================

       6000-FAKE-CUSTOMER-NAME.

           MOVE WS-REAL-VALUE TO WS-FAKE-VALUE.
           IF WS-REAL-VALUE NOT = SPACES
           AND WS-REAL-VALUE NOT = WS-ERASED-TEXT
              PERFORM 6900-HASH-REAL-VALUE
              COMPUTE WS-PICK-1 = FUNCTION MOD(WS-HASH, 20) + 1
              DIVIDE WS-HASH BY 20 GIVING WS-HASH-Q
              COMPUTE WS-PICK-2 = FUNCTION MOD(WS-HASH-Q, 10) + 1
              DIVIDE WS-HASH-Q BY 10 GIVING WS-HASH-Q
              COMPUTE WS-PICK-3 = FUNCTION MOD(WS-HASH-Q, 5) + 1
              MOVE SPACES TO WS-FAKE-VALUE
              STRING WS-SURNAME(WS-PICK-1) DELIMITED BY SPACE
                     " "                   DELIMITED BY SIZE
                     WS-TRADE(WS-PICK-2)   DELIMITED BY SPACE
                     " "                   DELIMITED BY SIZE
                     WS-SUFFIX(WS-PICK-3)  DELIMITED BY "  "
                 INTO WS-FAKE-VALUE
              END-STRING
              PERFORM 6950-CHECK-CARRIED
           END-IF.

      *================================================================

       6100-FAKE-STREET.

           MOVE WS-REAL-VALUE TO WS-FAKE-VALUE.
           IF WS-REAL-VALUE NOT = SPACES
           AND WS-REAL-VALUE NOT = WS-ERASED-TEXT
              PERFORM 6900-HASH-REAL-VALUE
              COMPUTE WS-HOUSE-NO = FUNCTION MOD(WS-HASH, 900) + 1
              DIVIDE WS-HASH BY 900 GIVING WS-HASH-Q
              COMPUTE WS-PICK-1 = FUNCTION MOD(WS-HASH-Q, 20) + 1
              DIVIDE WS-HASH-Q BY 20 GIVING WS-HASH-Q
              COMPUTE WS-PICK-2 = FUNCTION MOD(WS-HASH-Q, 5) + 1
              MOVE SPACES TO WS-FAKE-VALUE
              STRING WS-HOUSE-NO               DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WS-STREET-NAME(WS-PICK-1) DELIMITED BY SPACE
                     " "                       DELIMITED BY SIZE
                     WS-STREET-TYPE(WS-PICK-2) DELIMITED BY SPACE
                 INTO WS-FAKE-VALUE
              END-STRING
              PERFORM 6950-CHECK-CARRIED
           END-IF.

      *================================================================

       6200-FAKE-CONTACT-NAME.

           MOVE WS-REAL-VALUE TO WS-FAKE-VALUE.
           IF WS-REAL-VALUE NOT = SPACES
           AND WS-REAL-VALUE NOT = WS-ERASED-TEXT
              PERFORM 6900-HASH-REAL-VALUE
              COMPUTE WS-PICK-1 = FUNCTION MOD(WS-HASH, 20) + 1
              DIVIDE WS-HASH BY 20 GIVING WS-HASH-Q
              COMPUTE WS-PICK-2 = FUNCTION MOD(WS-HASH-Q, 20) + 1
              MOVE SPACES TO WS-FAKE-VALUE
              STRING WS-FIRST-NAME(WS-PICK-1) DELIMITED BY SPACE
                     " "                      DELIMITED BY SIZE
                     WS-SURNAME(WS-PICK-2)    DELIMITED BY SPACE
                 INTO WS-FAKE-VALUE
              END-STRING
              PERFORM 6950-CHECK-CARRIED
           END-IF.

      *================================================================
      *  Phone numbers become 555-01nn, the range set aside for
      *  fiction - no fake can ring a real line.
      *================================================================

       6300-FAKE-PHONE.

           MOVE WS-REAL-VALUE TO WS-FAKE-VALUE.
           IF WS-REAL-VALUE NOT = SPACES
           AND WS-REAL-VALUE NOT = WS-ERASED-TEXT
              PERFORM 6900-HASH-REAL-VALUE
              COMPUTE WS-PHONE-END = FUNCTION MOD(WS-HASH, 100)
              MOVE SPACES TO WS-FAKE-VALUE
              STRING "555-01"     DELIMITED BY SIZE
                     WS-PHONE-END DELIMITED BY SIZE
                 INTO WS-FAKE-VALUE
              END-STRING
              PERFORM 6950-CHECK-CARRIED
           END-IF.

      *================================================================

       6400-FAKE-NOTE.

           MOVE WS-REAL-VALUE TO WS-FAKE-VALUE.
           IF WS-REAL-VALUE NOT = SPACES
           AND WS-REAL-VALUE NOT = WS-ERASED-TEXT
              PERFORM 6900-HASH-REAL-VALUE
              COMPUTE WS-PICK-1 = FUNCTION MOD(WS-HASH, 10) + 1
              MOVE WS-NOTE-TEXT(WS-PICK-1) TO WS-FAKE-VALUE
              PERFORM 6950-CHECK-CARRIED
           END-IF.

      *================================================================

       6900-HASH-REAL-VALUE.

           MOVE ZEROES        TO ACHK-PREV.
           MOVE SPACES        TO ACHK-DATA.
           MOVE WS-REAL-VALUE TO ACHK-DATA.
           CALL "AUDCHKSVC" USING AUDCHK-PARM.
           MOVE ACHK-RESULT   TO WS-HASH.

      *================================================================

       6950-CHECK-CARRIED.

           IF WS-FAKE-VALUE = WS-REAL-VALUE
              ADD 1 TO WS-LIVE-CARRIED
           END-IF.

      *================================================================

       8000-PRINT-SUMMARY.

           MOVE COL-LINE TO CUSTMSKLST-REC.
           WRITE CUSTMSKLST-REC.

           MOVE SPACES TO DTL-MASKED.
           MOVE "CUSTPF"      TO DTL-FILE.
           MOVE WS-CUST-ROWS  TO DTL-ROWS.
           MOVE WS-NAME-MASKED    TO WS-EDIT-1.
           MOVE WS-STREET-MASKED  TO WS-EDIT-2.
           STRING "NAMES "           DELIMITED BY SIZE
                  WS-EDIT-1          DELIMITED BY SIZE
                  "  STREETS "       DELIMITED BY SIZE
                  WS-EDIT-2          DELIMITED BY SIZE
              INTO DTL-MASKED
           END-STRING.
           MOVE DTL-LINE TO CUSTMSKLST-REC.
           WRITE CUSTMSKLST-REC.

           MOVE SPACES TO DTL-MASKED.
           MOVE "CUSTCONPF"   TO DTL-FILE.
           MOVE WS-CON-ROWS   TO DTL-ROWS.
           MOVE WS-CONNAME-MASKED TO WS-EDIT-1.
           MOVE WS-PHONE-MASKED   TO WS-EDIT-2.
           STRING "CONTACT NAMES "   DELIMITED BY SIZE
                  WS-EDIT-1          DELIMITED BY SIZE
                  "  PHONES "        DELIMITED BY SIZE
                  WS-EDIT-2          DELIMITED BY SIZE
              INTO DTL-MASKED
           END-STRING.
           MOVE DTL-LINE TO CUSTMSKLST-REC.
           WRITE CUSTMSKLST-REC.

           MOVE SPACES TO DTL-MASKED.
           MOVE "CUSTNOTPF"   TO DTL-FILE.
           MOVE WS-NOT-ROWS   TO DTL-ROWS.
           MOVE WS-NOTE-MASKED    TO WS-EDIT-1.
           STRING "NOTE TEXTS "      DELIMITED BY SIZE
                  WS-EDIT-1          DELIMITED BY SIZE
              INTO DTL-MASKED
           END-STRING.
           MOVE DTL-LINE TO CUSTMSKLST-REC.
           WRITE CUSTMSKLST-REC.

           MOVE SPACES TO DTL-MASKED.
           MOVE "CUSTBALPF"   TO DTL-FILE.
           MOVE WS-BAL-ROWS   TO DTL-ROWS.
           MOVE "NONE - NO PERSONAL DATA" TO DTL-MASKED.
           MOVE DTL-LINE TO CUSTMSKLST-REC.
           WRITE CUSTMSKLST-REC.

           MOVE SPACES TO DTL-MASKED.
           MOVE "AUDITTRL"    TO DTL-FILE.
           MOVE WS-AUD-ROWS   TO DTL-ROWS.
           MOVE WS-IMAGE-MASKED   TO WS-EDIT-1.
           MOVE WS-AUD-LEFT       TO WS-EDIT-2.
           STRING "IMAGE FIELDS "    DELIMITED BY SIZE
                  WS-EDIT-1          DELIMITED BY SIZE
                  "  OTHER FILES' ENTRIES LEFT OUT "
                                     DELIMITED BY SIZE
                  WS-EDIT-2          DELIMITED BY SIZE
              INTO DTL-MASKED
           END-STRING.
           MOVE DTL-LINE TO CUSTMSKLST-REC.
           WRITE CUSTMSKLST-REC.

           MOVE SPACES TO CUSTMSKLST-REC.
           WRITE CUSTMSKLST-REC.
           MOVE KEPT-LINE TO CUSTMSKLST-REC.
           WRITE CUSTMSKLST-REC.
           MOVE WS-LIVE-CARRIED TO LIVE-COUNT.
           MOVE LIVE-LINE TO CUSTMSKLST-REC.
           WRITE CUSTMSKLST-REC.

      *================================================================

       8100-AUDIT-COPY.

           MOVE "TESTCOPY"              TO AUDLOG-FILE.
           MOVE SPACES                  TO AUDLOG-KEY.
           MOVE LINK-TEST-LIB           TO AUDLOG-KEY(1:10).
           MOVE "MASKCPY"               TO AUDLOG-MODE.
           MOVE SPACES                  TO AUDLOG-BEF-DATA.
           MOVE SPACES                  TO AUDLOG-AFT-DATA.
           MOVE WS-CUST-ROWS            TO WS-EDIT-1.
           MOVE WS-AUD-ROWS             TO WS-EDIT-2.
           MOVE WS-LIVE-CARRIED         TO WS-EDIT-3.
           STRING "CUST "          DELIMITED BY SIZE
                  WS-EDIT-1        DELIMITED BY SIZE
                  " AUD "          DELIMITED BY SIZE
                  WS-EDIT-2        DELIMITED BY SIZE
                  " LIVE CARRIED " DELIMITED BY SIZE
                  WS-EDIT-3        DELIMITED BY SIZE
              INTO AUDLOG-AFT-DATA
           END-STRING.
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  The library must be a registered test library and must
      *  exist - this program never creates libraries.
      *================================================================

       9000-CHECK-LIBRARY.

           SET LIBRARY-OK TO TRUE.

           IF LINK-TEST-LIB = SPACES
           OR LINK-TEST-LIB(1:1) = "*"
              SET LIBRARY-REFUSED TO TRUE
              MOVE "NO TEST LIBRARY NAMED" TO WS-REFUSE-TEXT
           ELSE
              MOVE "TESTLIB"     TO CODVAL-TABLE
              MOVE LINK-TEST-LIB TO CODVAL-CODE
              CALL "CODVALSVC" USING CODVAL-PARM
              IF CODVAL-STAT NOT = "Y"
                 SET LIBRARY-REFUSED TO TRUE
                 MOVE "NOT REGISTERED ON CODETBL TABLE TESTLIB"
                    TO WS-REFUSE-TEXT
              ELSE
                 MOVE LINK-TEST-LIB TO CHKOBJ-NAME
                 MOVE "QSYS"        TO CHKOBJ-LIB
                 MOVE "*LIB"        TO CHKOBJ-TYPE
                 CALL "CHKOBJ" USING CHKOBJ-PARM
                 IF CHKOBJ-FOUND = "N"
                    SET LIBRARY-REFUSED TO TRUE
                    MOVE "LIBRARY DOES NOT EXIST" TO WS-REFUSE-TEXT
                 END-IF
              END-IF
           END-IF.

      *================================================================
      *  Create any of the five files the library does not have yet,
      *  then point each MSKxxx file at the library's copy.
      *================================================================

       9100-PREPARE-FILES.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 5 OR LIBRARY-REFUSED
              MOVE WS-FILE-LIVE(WS-FILE-IDX) TO CHKOBJ-NAME
              MOVE LINK-TEST-LIB             TO CHKOBJ-LIB
              MOVE "*FILE"                   TO CHKOBJ-TYPE
              CALL "CHKOBJ" USING CHKOBJ-PARM
              IF CHKOBJ-FOUND = "N"
                 PERFORM 9110-CREATE-FILE
              END-IF
              IF LIBRARY-OK
                 PERFORM 9120-OVERRIDE-FILE
              END-IF
           END-PERFORM.

      *================================================================

       9110-CREATE-FILE.

           MOVE SPACES TO MASK-CMD-TEXT.
           STRING "CRTDUPOBJ OBJ("          DELIMITED BY SIZE
                  WS-FILE-LIVE(WS-FILE-IDX) DELIMITED BY SPACE
                  ") FROMLIB(*LIBL) OBJTYPE(*FILE) TOLIB("
                                            DELIMITED BY SIZE
                  LINK-TEST-LIB             DELIMITED BY SPACE
                  ") DATA(*NO)"             DELIMITED BY SIZE
              INTO MASK-CMD-TEXT
           END-STRING.
           PERFORM 9900-RUN-COMMAND.
           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              SET LIBRARY-REFUSED TO TRUE
              MOVE SPACES TO WS-REFUSE-TEXT
              STRING "COULD NOT CREATE "       DELIMITED BY SIZE
                     WS-FILE-LIVE(WS-FILE-IDX) DELIMITED BY SPACE
                     " - "                     DELIMITED BY SIZE
                     EXCEPTION-ID OF QUS-EC    DELIMITED BY SIZE
                 INTO WS-REFUSE-TEXT
              END-STRING
           END-IF.

      *================================================================

       9120-OVERRIDE-FILE.

           MOVE SPACES TO MASK-CMD-TEXT.
           STRING "OVRDBF FILE("            DELIMITED BY SIZE
                  WS-FILE-MASK(WS-FILE-IDX) DELIMITED BY SPACE
                  ") TOFILE("               DELIMITED BY SIZE
                  LINK-TEST-LIB             DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  WS-FILE-LIVE(WS-FILE-IDX) DELIMITED BY SPACE
                  ")"                       DELIMITED BY SIZE
              INTO MASK-CMD-TEXT
           END-STRING.
           PERFORM 9900-RUN-COMMAND.
           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              SET LIBRARY-REFUSED TO TRUE
              MOVE SPACES TO WS-REFUSE-TEXT
              STRING "OVRDBF FAILED FOR "      DELIMITED BY SIZE
                     WS-FILE-LIVE(WS-FILE-IDX) DELIMITED BY SPACE
                     " - "                     DELIMITED BY SIZE
                     EXCEPTION-ID OF QUS-EC    DELIMITED BY SIZE
                 INTO WS-REFUSE-TEXT
              END-STRING
              PERFORM 9200-RELEASE-OVERRIDES
           END-IF.

      *================================================================

       9200-RELEASE-OVERRIDES.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 5
              MOVE SPACES TO MASK-CMD-TEXT
              STRING "DLTOVR FILE("            DELIMITED BY SIZE
                     WS-FILE-MASK(WS-FILE-IDX) DELIMITED BY SPACE
                     ")"                       DELIMITED BY SIZE
                 INTO MASK-CMD-TEXT
              END-STRING
              PERFORM 9900-RUN-COMMAND
           END-PERFORM.

      *================================================================

       9900-RUN-COMMAND.

           MOVE 256 TO MASK-CMD-LEN.
           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.
           CALL "QCMDEXC" USING MASK-CMD-TEXT, MASK-CMD-LEN,
                                QUS-EC.
