       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTERSCBL.

      *================================================================
      *  Personal-data erasure batch - carries out every pending
      *  CUSTERSPF request. The CUSTCBL logical delete only flips
      *  CUSTSTAT; the customer's name, address, phone and note text
      *  stay in every file below, and each is anonymized here for
      *  the customers on the register:
      *
      *    CUSTPF    - name replaced by the erased marker, address
      *                blanked; the row itself stays so CUSTNO keeps
      *                resolving for billing and the merge chain;
      *    CUSTCONPF / CUSTCONAR - contact name and phone;
      *    CUSTNOTPF / CUSTNOTAR - note text;
      *    CUSTARCH  - the retained master image;
      *    CUSTMKPF  - the match key row is deleted (it is built
      *                from the name and street);
      *    CUSTEXTF / CUSTMKTF / CUSTCEXF - the last extracts still
      *                on disk;
      *    CUSTPCHPF - names on pending/decided changes, including
      *                a merge survivor's name on the victim's row;
      *    CUSTSCHPF - the name and address on scheduled changes;
      *    CUSTCRQPF - the CRM's name and address on queued CRM
      *                conflicts;
      *    AUDITTRL / AUDITARC - the before/after images of every
      *                CUSTPF, CUSTCONPF, CUSTNOTPF, CUSTPCHPF,
      *                CUSTSCHPF and CUSTCRQPF entry keyed to the
      *                customer, and the survivor name on a merge
      *                decision entry.
      *
      *  The audit entries keep their AUDSEQ and AUDCHK, so the chain
      *  after them is untouched; each scrubbed chained entry is
      *  listed on AUDERASE with the check value of its new content,
      *  and AUDVFYCBL accepts exactly that and nothing else. One
      *  certificate page per customer lists what was scrubbed, file
      *  by file, for the privacy officer; the register row is
      *  marked done and the erasure itself is audited. A rerun finds
      *  nothing left to scrub and changes nothing.
      *
      *  A customer under an active legal hold (LGLHLDPF, through
      *  LGLHLDSVC - held by CUSTNO, or by a date-range hold over
      *  the master's last change) is not erased at all: the hold
      *  exists to keep exactly these records. The request stays
      *  pending for a run after the hold is released, no file is
      *  touched, and the customer is listed with the hold and
      *  matter ahead of the certificates - which are printed only
      *  for the customers actually scrubbed.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTERSPF      ASSIGN  TO DATABASE-CUSTERSPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ERSCUSTNO.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTCONPF      ASSIGN  TO DATABASE-CUSTCONPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CONKEY.

           SELECT CUSTNOTPF      ASSIGN  TO DATABASE-CUSTNOTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         NOTEKEY.

           SELECT CUSTARCH       ASSIGN  TO DATABASE-CUSTARCH
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         RTCUSTNO.

           SELECT CUSTCONAR      ASSIGN  TO DATABASE-CUSTCONAR
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         RCKEY.

           SELECT CUSTNOTAR      ASSIGN  TO DATABASE-CUSTNOTAR
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         RNKEY.

           SELECT CUSTMKPF       ASSIGN  TO DATABASE-CUSTMKPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         MKCUSTNO.

           SELECT CUSTEXTF       ASSIGN  TO DATABASE-CUSTEXTF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTMKTF       ASSIGN  TO DATABASE-CUSTMKTF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTCEXF       ASSIGN  TO DATABASE-CUSTCEXF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTPCHPF      ASSIGN  TO DATABASE-CUSTPCHPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         PCHID.

           SELECT CUSTSCHPF      ASSIGN  TO DATABASE-CUSTSCHPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SCHID.

           SELECT CUSTCRQPF      ASSIGN  TO DATABASE-CUSTCRQPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CRQID.

           SELECT AUDITARC       ASSIGN  TO DATABASE-AUDITARC
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT AUDITTRL       ASSIGN  TO DATABASE-AUDITTRL
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT AUDERASE       ASSIGN  TO DATABASE-AUDERASE
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ERAAUDSEQ.

           SELECT CUSTERSLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTERSPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTERSPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTERSPF.

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

       FD  CUSTARCH
           LABEL RECORDS ARE STANDARD.
       01  CUSTARCH-REC.
           COPY DDS-ALL-FORMATS OF CUSTARCH.

       FD  CUSTCONAR
           LABEL RECORDS ARE STANDARD.
       01  CUSTCONAR-REC.
           COPY DDS-ALL-FORMATS OF CUSTCONAR.

       FD  CUSTNOTAR
           LABEL RECORDS ARE STANDARD.
       01  CUSTNOTAR-REC.
           COPY DDS-ALL-FORMATS OF CUSTNOTAR.

       FD  CUSTMKPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTMKPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTMKPF.

       FD  CUSTEXTF
           LABEL RECORDS ARE STANDARD.
       01  CUSTEXTF-REC.
           COPY DDS-ALL-FORMATS OF CUSTEXTF.

       FD  CUSTMKTF
           LABEL RECORDS ARE STANDARD.
       01  CUSTMKTF-REC.
           COPY DDS-ALL-FORMATS OF CUSTMKTF.

       FD  CUSTCEXF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCEXF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCEXF.

       FD  CUSTPCHPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPCHPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPCHPF.

       FD  CUSTSCHPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTSCHPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTSCHPF.

       FD  CUSTCRQPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCRQPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCRQPF.

       FD  AUDITARC
           LABEL RECORDS ARE STANDARD.
       01  AUDITARC-REC.
           COPY DDS-ALL-FORMATS OF AUDITARC.

       FD  AUDITTRL
           LABEL RECORDS ARE STANDARD.
       01  AUDITTRL-REC.
           COPY DDS-ALL-FORMATS OF AUDITTRL.

       FD  AUDERASE
           LABEL RECORDS ARE STANDARD.
       01  AUDERASE-REC.
           COPY DDS-ALL-FORMATS OF AUDERASE.

       FD  CUSTERSLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTERSLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-CUSTERSPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTERSPF       VALUE B"0".
               88  EOF-CUSTERSPF           VALUE B"1".
           05  EOF-FILE-SW         PIC 1   VALUE B"0".
               88  NOT-EOF-FILE            VALUE B"0".
               88  EOF-FILE                VALUE B"1".
           05  ERS-MATCH-SW        PIC 1   VALUE B"0".
               88  ERS-MATCHED             VALUE B"1".
               88  ERS-NOT-MATCHED         VALUE B"0".
           05  ENTRY-CHANGED-SW    PIC 1   VALUE B"0".
               88  ENTRY-CHANGED           VALUE B"1".
               88  ENTRY-UNCHANGED         VALUE B"0".

       01  ERASE-WORK.
           05  WS-ERASED-TEXT      PIC X(14) VALUE "*** ERASED ***".
           05  WS-ERASE-TS         PIC X(21).
           05  WS-MATCH-CUSTNO     PIC 9(6).
           05  WS-CUR-CUSTNO       PIC 9(6).
           05  WS-FILE-NO          PIC S9(3) BINARY.
           05  WS-PREV-CHK         PIC 9(8)  VALUE ZEROES.

      *          The scrubbed files in certificate order - the
      *          WS-FILE-NO of each is its slot in ERS-FILE-COUNT.
       01  FILE-NAME-VALUES.
           05  FILLER              PIC X(10) VALUE "CUSTPF".
           05  FILLER              PIC X(10) VALUE "CUSTCONPF".
           05  FILLER              PIC X(10) VALUE "CUSTNOTPF".
           05  FILLER              PIC X(10) VALUE "CUSTARCH".
           05  FILLER              PIC X(10) VALUE "CUSTCONAR".
           05  FILLER              PIC X(10) VALUE "CUSTNOTAR".
           05  FILLER              PIC X(10) VALUE "CUSTMKPF".
           05  FILLER              PIC X(10) VALUE "CUSTEXTF".
           05  FILLER              PIC X(10) VALUE "CUSTMKTF".
           05  FILLER              PIC X(10) VALUE "CUSTPCHPF".
           05  FILLER              PIC X(10) VALUE "CUSTSCHPF".
           05  FILLER              PIC X(10) VALUE "CUSTCEXF".
           05  FILLER              PIC X(10) VALUE "CUSTCRQPF".
           05  FILLER              PIC X(10) VALUE "AUDITARC".
           05  FILLER              PIC X(10) VALUE "AUDITTRL".
       01  FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
           05  FILE-NAME           PIC X(10) OCCURS 15 TIMES.

       01  FILE-ACTION-VALUES.
           05  FILLER              PIC X(40)
               VALUE "NAME AND ADDRESS REPLACED".
           05  FILLER              PIC X(40)
               VALUE "CONTACT NAME AND PHONE REPLACED".
           05  FILLER              PIC X(40)
               VALUE "NOTE TEXT REPLACED".
           05  FILLER              PIC X(40)
               VALUE "ARCHIVED NAME AND ADDRESS REPLACED".
           05  FILLER              PIC X(40)
               VALUE "ARCHIVED CONTACT NAME AND PHONE REPLACED".
           05  FILLER              PIC X(40)
               VALUE "ARCHIVED NOTE TEXT REPLACED".
           05  FILLER              PIC X(40)
               VALUE "MATCH KEY ROW DELETED".
           05  FILLER              PIC X(40)
               VALUE "EXTRACT NAME AND ADDRESS REPLACED".
           05  FILLER              PIC X(40)
               VALUE "MARKETING NAME, CITY, POSTAL REPLACED".
           05  FILLER              PIC X(40)
               VALUE "PENDING-CHANGE NAMES REPLACED".
           05  FILLER              PIC X(40)
               VALUE "SCHEDULED NAME AND ADDRESS REPLACED".
           05  FILLER              PIC X(40)
               VALUE "CONTACT EXTRACT NAME AND PHONE REPLACED".
           05  FILLER              PIC X(40)
               VALUE "CRM CONFLICT NAME AND ADDRESS REPLACED".
           05  FILLER              PIC X(40)
               VALUE "AUDIT IMAGES REPLACED, CHAIN RECORDED".
           05  FILLER              PIC X(40)
               VALUE "AUDIT IMAGES REPLACED, CHAIN RECORDED".
       01  FILE-ACTION-TABLE REDEFINES FILE-ACTION-VALUES.
           05  FILE-ACTION         PIC X(40) OCCURS 15 TIMES.

      *          The pending requests taken on this run, with what
      *          was scrubbed per file. Requests beyond the table
      *          stay pending for the next run.
       01  ERS-TABLE.
           05  ERS-COUNT           PIC S9(3) BINARY VALUE ZEROES.
           05  ERS-MAX             PIC S9(3) BINARY VALUE 200.
           05  ERS-ENTRY OCCURS 200 TIMES INDEXED BY ERS-IX.
               10  ERS-T-CUSTNO    PIC 9(6).
               10  ERS-FILE-COUNT  PIC S9(7) OCCURS 15 TIMES.

       01  ERASE-COUNTERS.
           05  WS-DEFERRED-COUNT   PIC S9(7) VALUE ZEROES.
           05  WS-HELD-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-ROW-TOTAL        PIC S9(7) VALUE ZEROES.
           05  WS-AUDIT-TOTAL      PIC S9(7) VALUE ZEROES.

       01  AUDCHK-PARM.
           05  ACHK-PREV                   PIC 9(8).
           05  ACHK-DATA                   PIC X(200).
           05  ACHK-RESULT                 PIC 9(8).

       01  LGLSVC-PARM.
           05  LGLSVC-KIND                 PIC X(1).
           05  LGLSVC-CUSTNO               PIC 9(6).
           05  LGLSVC-SPLFNM               PIC X(10).
           05  LGLSVC-USRDTA               PIC X(10).
           05  LGLSVC-DATE                 PIC 9(8).
           05  LGLSVC-HELD                 PIC X(1).
           05  LGLSVC-HOLDID               PIC 9(6).
           05  LGLSVC-MATTER               PIC X(20).

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  AUDLOG-MODE                 PIC X(7).
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  WS-AUD-ENTRY.
           COPY DDS-ALL-FORMATS OF AUDITTRL.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "PERSONAL DATA ERASURE CERTIFICATE".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  CUS-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(10) VALUE "CUSTOMER ".
               10  CUS-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(13) VALUE "  REFERENCE ".
               10  CUS-REF          PIC X(20).
           05  REQ-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(14) VALUE "REQUESTED BY ".
               10  REQ-USER         PIC X(10).
               10  FILLER           PIC X(04) VALUE " AT ".
               10  REQ-TS           PIC X(14).
               10  FILLER           PIC X(13) VALUE "  ERASED AT ".
               10  REQ-DONE-TS      PIC X(14).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "FILE".
               10  FILLER           PIC X(10) VALUE "    ROWS".
               10  FILLER           PIC X(02) VALUE SPACES.
               10  FILLER           PIC X(40) VALUE "ACTION".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-FILE         PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-ROWS         PIC ZZZZZZZ9.
               10  FILLER           PIC X(04) VALUE SPACES.
               10  DTL-ACTION       PIC X(40).
           05  END-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "TOTAL".
               10  END-ROWS         PIC ZZZZZZZ9.
               10  FILLER           PIC X(04) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "NO PERSONAL DATA REMAINS IN THESE FILES".
           05  HLD-HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(50) VALUE
                   "ERASURE REQUESTS UNDER LEGAL HOLD - LEFT PENDING".
           05  HLD-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(10) VALUE "CUSTOMER ".
               10  HLD-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(13) VALUE "  REFERENCE ".
               10  HLD-REF          PIC X(20).
               10  FILLER           PIC X(07) VALUE "  HOLD ".
               10  HLD-HOLDID       PIC 9(6).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  HLD-MATTER       PIC X(20).
               10  FILLER           PIC X(22) VALUE
                   "  HELD - NOT ERASED".
           05  BLANK-LINE           PIC X(132) VALUE SPACES.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(08).
       01  LINK-RUN-ID              PIC 9(06).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           PERFORM 9000-SET-UP.

           PERFORM 0100-LOAD-PENDING.

           IF ERS-COUNT > ZEROES
              PERFORM VARYING ERS-IX FROM 1 BY 1
                        UNTIL ERS-IX > ERS-COUNT
                 MOVE ERS-T-CUSTNO(ERS-IX) TO WS-CUR-CUSTNO
                 PERFORM 1000-ERASE-MASTER
                 PERFORM 1100-ERASE-CONTACTS
                 PERFORM 1200-ERASE-NOTES
                 PERFORM 1300-ERASE-ARCHIVE
                 PERFORM 1400-ERASE-ARCH-CONTACTS
                 PERFORM 1500-ERASE-ARCH-NOTES
                 PERFORM 1600-DELETE-MATCH-KEY
              END-PERFORM

              PERFORM 2000-ERASE-EXTRACT
              PERFORM 2100-ERASE-MKT-EXTRACT
              PERFORM 2200-ERASE-PENDING-CHANGES
              PERFORM 2300-ERASE-SCHEDULED-CHANGES
              PERFORM 2400-ERASE-CONTACT-EXTRACT
              PERFORM 2500-ERASE-CRM-CONFLICTS
              PERFORM 3000-ERASE-AUDIT

              PERFORM VARYING ERS-IX FROM 1 BY 1
                        UNTIL ERS-IX > ERS-COUNT
                 PERFORM 4000-CLOSE-REQUEST
              END-PERFORM
           END-IF.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       0100-LOAD-PENDING.

           MOVE ZEROES TO ERSCUSTNO OF CUSTERSPF-REC.
           START CUSTERSPF KEY IS NOT LESS THAN ERSCUSTNO
                 OF CUSTERSPF-REC
              INVALID KEY
                 SET EOF-CUSTERSPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTERSPF
              READ CUSTERSPF NEXT RECORD
                 AT END
                    SET EOF-CUSTERSPF TO TRUE
                 NOT AT END
                    IF ERSSTAT OF CUSTERSPF-REC = "P"
                       PERFORM 0200-CHECK-LEGAL-HOLD
                    END-IF
                    IF ERSSTAT OF CUSTERSPF-REC = "P"
                    AND LGLSVC-HELD = "Y"
                       PERFORM 0300-WRITE-HOLD-LINE
                       ADD 1 TO WS-HELD-COUNT
                    END-IF
                    IF ERSSTAT OF CUSTERSPF-REC = "P"
                    AND LGLSVC-HELD NOT = "Y"
                       IF ERS-COUNT < ERS-MAX
                          ADD 1 TO ERS-COUNT
                          SET ERS-IX TO ERS-COUNT
                          MOVE ERSCUSTNO OF CUSTERSPF-REC
                             TO ERS-T-CUSTNO(ERS-IX)
                          PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                                    UNTIL WS-FILE-NO > 15
                             MOVE ZEROES
                                TO ERS-FILE-COUNT(ERS-IX, WS-FILE-NO)
                          END-PERFORM
                       ELSE
                          ADD 1 TO WS-DEFERRED-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  A legal hold outranks the erasure request - the customer
      *  never enters the table, so none of the passes below (the
      *  whole-file ones match against the table) touch its rows.
      *================================================================

       0200-CHECK-LEGAL-HOLD.

           MOVE ZEROES TO LGLSVC-DATE.
           MOVE ERSCUSTNO OF CUSTERSPF-REC TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CUSTCHGTS OF CUSTPF-REC(1:8) IS NUMERIC
                    MOVE CUSTCHGTS OF CUSTPF-REC(1:8) TO LGLSVC-DATE
                 END-IF
           END-READ.

           MOVE "C"                        TO LGLSVC-KIND.
           MOVE ERSCUSTNO OF CUSTERSPF-REC TO LGLSVC-CUSTNO.
           MOVE SPACES                     TO LGLSVC-SPLFNM.
           MOVE SPACES                     TO LGLSVC-USRDTA.
           CALL "LGLHLDSVC" USING LGLSVC-PARM.

      *================================================================

       0300-WRITE-HOLD-LINE.

           IF WS-HELD-COUNT = ZEROES
              MOVE HDR-LINE TO CUSTERSLST-REC
              WRITE CUSTERSLST-REC
              MOVE BLANK-LINE TO CUSTERSLST-REC
              WRITE CUSTERSLST-REC
              MOVE HLD-HDR-LINE TO CUSTERSLST-REC
              WRITE CUSTERSLST-REC
           END-IF.

           MOVE ERSCUSTNO OF CUSTERSPF-REC TO HLD-CUSTNO.
           MOVE ERSREF    OF CUSTERSPF-REC TO HLD-REF.
           MOVE LGLSVC-HOLDID              TO HLD-HOLDID.
           MOVE LGLSVC-MATTER              TO HLD-MATTER.
           MOVE SPACES   TO CUSTERSLST-REC.
           MOVE HLD-LINE TO CUSTERSLST-REC.
           WRITE CUSTERSLST-REC.
           MOVE BLANK-LINE TO CUSTERSLST-REC.
           WRITE CUSTERSLST-REC.

      *================================================================

       1000-ERASE-MASTER.

           MOVE WS-CUR-CUSTNO TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CUSTNAME OF CUSTPF-REC NOT = WS-ERASED-TEXT
                 OR CUSTADDR OF CUSTPF-REC NOT = SPACES
                    MOVE WS-ERASED-TEXT TO CUSTNAME OF CUSTPF-REC
                    MOVE SPACES         TO CUSTADDR OF CUSTPF-REC
                    MOVE FUNCTION CURRENT-DATE
                       TO CUSTCHGTS OF CUSTPF-REC
                    REWRITE CUSTPF-REC
                    ADD 1 TO ERS-FILE-COUNT(ERS-IX, 1)
                 END-IF
           END-READ.

      *================================================================

       1100-ERASE-CONTACTS.

           SET NOT-EOF-FILE TO TRUE.
           MOVE WS-CUR-CUSTNO TO CONCUSTNO OF CUSTCONPF-REC.
           MOVE ZEROES        TO CONSEQ    OF CUSTCONPF-REC.
           START CUSTCONPF KEY IS NOT LESS THAN CONKEY
                 OF CUSTCONPF-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ CUSTCONPF NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF CONCUSTNO OF CUSTCONPF-REC NOT = WS-CUR-CUSTNO
                       SET EOF-FILE TO TRUE
                    ELSE
                       IF CONNAME  OF CUSTCONPF-REC NOT = WS-ERASED-TEXT
                       OR CONPHONE OF CUSTCONPF-REC NOT = SPACES
                          MOVE WS-ERASED-TEXT
                             TO CONNAME  OF CUSTCONPF-REC
                          MOVE SPACES TO CONPHONE OF CUSTCONPF-REC
                          REWRITE CUSTCONPF-REC
                          ADD 1 TO ERS-FILE-COUNT(ERS-IX, 2)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1200-ERASE-NOTES.

           SET NOT-EOF-FILE TO TRUE.
           MOVE WS-CUR-CUSTNO TO NTCUSTNO OF CUSTNOTPF-REC.
           MOVE ZEROES        TO NTSEQ    OF CUSTNOTPF-REC.
           START CUSTNOTPF KEY IS NOT LESS THAN NOTEKEY
                 OF CUSTNOTPF-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ CUSTNOTPF NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF NTCUSTNO OF CUSTNOTPF-REC NOT = WS-CUR-CUSTNO
                       SET EOF-FILE TO TRUE
                    ELSE
                       IF NTTEXT OF CUSTNOTPF-REC NOT = WS-ERASED-TEXT
                          MOVE WS-ERASED-TEXT
                             TO NTTEXT OF CUSTNOTPF-REC
                          REWRITE CUSTNOTPF-REC
                          ADD 1 TO ERS-FILE-COUNT(ERS-IX, 3)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1300-ERASE-ARCHIVE.

           MOVE WS-CUR-CUSTNO TO RTCUSTNO OF CUSTARCH-REC.
           READ CUSTARCH
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RTNAME OF CUSTARCH-REC NOT = WS-ERASED-TEXT
                 OR RTADDR OF CUSTARCH-REC NOT = SPACES
                    MOVE WS-ERASED-TEXT TO RTNAME OF CUSTARCH-REC
                    MOVE SPACES         TO RTADDR OF CUSTARCH-REC
                    REWRITE CUSTARCH-REC
                    ADD 1 TO ERS-FILE-COUNT(ERS-IX, 4)
                 END-IF
           END-READ.

      *================================================================

       1400-ERASE-ARCH-CONTACTS.

           SET NOT-EOF-FILE TO TRUE.
           MOVE WS-CUR-CUSTNO TO RCCUSTNO OF CUSTCONAR-REC.
           MOVE ZEROES        TO RCSEQ    OF CUSTCONAR-REC.
           START CUSTCONAR KEY IS NOT LESS THAN RCKEY
                 OF CUSTCONAR-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ CUSTCONAR NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF RCCUSTNO OF CUSTCONAR-REC NOT = WS-CUR-CUSTNO
                       SET EOF-FILE TO TRUE
                    ELSE
                       IF RCNAME  OF CUSTCONAR-REC NOT = WS-ERASED-TEXT
                       OR RCPHONE OF CUSTCONAR-REC NOT = SPACES
                          MOVE WS-ERASED-TEXT
                             TO RCNAME  OF CUSTCONAR-REC
                          MOVE SPACES TO RCPHONE OF CUSTCONAR-REC
                          REWRITE CUSTCONAR-REC
                          ADD 1 TO ERS-FILE-COUNT(ERS-IX, 5)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1500-ERASE-ARCH-NOTES.

           SET NOT-EOF-FILE TO TRUE.
           MOVE WS-CUR-CUSTNO TO RNCUSTNO OF CUSTNOTAR-REC.
           MOVE ZEROES        TO RNSEQ    OF CUSTNOTAR-REC.
           START CUSTNOTAR KEY IS NOT LESS THAN RNKEY
                 OF CUSTNOTAR-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ CUSTNOTAR NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF RNCUSTNO OF CUSTNOTAR-REC NOT = WS-CUR-CUSTNO
                       SET EOF-FILE TO TRUE
                    ELSE
                       IF RNTEXT OF CUSTNOTAR-REC NOT = WS-ERASED-TEXT
                          MOVE WS-ERASED-TEXT
                             TO RNTEXT OF CUSTNOTAR-REC
                          REWRITE CUSTNOTAR-REC
                          ADD 1 TO ERS-FILE-COUNT(ERS-IX, 6)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1600-DELETE-MATCH-KEY.

           MOVE WS-CUR-CUSTNO TO MKCUSTNO OF CUSTMKPF-REC.
           READ CUSTMKPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE CUSTMKPF
                 ADD 1 TO ERS-FILE-COUNT(ERS-IX, 7)
           END-READ.

      *================================================================
      *  The extract files are rebuilt on every export, but the
      *  last one stays on disk until then - one pass over each,
      *  scrubbing any row of any customer on this run.
      *================================================================

       2000-ERASE-EXTRACT.

           OPEN I-O CUSTEXTF.
           SET NOT-EOF-FILE TO TRUE.
           PERFORM UNTIL EOF-FILE
              READ CUSTEXTF
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    MOVE EXTCUSTNO OF CUSTEXTF-REC TO WS-MATCH-CUSTNO
                    PERFORM 5000-FIND-REQUEST
                    IF ERS-MATCHED
                    AND (EXTNAME OF CUSTEXTF-REC NOT = WS-ERASED-TEXT
                         OR EXTADDR OF CUSTEXTF-REC NOT = SPACES)
                       MOVE WS-ERASED-TEXT TO EXTNAME OF CUSTEXTF-REC
                       MOVE SPACES         TO EXTADDR OF CUSTEXTF-REC
                       REWRITE CUSTEXTF-REC
                       ADD 1 TO ERS-FILE-COUNT(ERS-IX, 8)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTEXTF.

      *================================================================

       2100-ERASE-MKT-EXTRACT.

           OPEN I-O CUSTMKTF.
           SET NOT-EOF-FILE TO TRUE.
           PERFORM UNTIL EOF-FILE
              READ CUSTMKTF
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    MOVE MKTCUSTNO OF CUSTMKTF-REC TO WS-MATCH-CUSTNO
                    PERFORM 5000-FIND-REQUEST
                    IF ERS-MATCHED
                    AND (MKTNAME OF CUSTMKTF-REC NOT = WS-ERASED-TEXT
                         OR MKTCITY OF CUSTMKTF-REC NOT = SPACES
                         OR MKTPOST OF CUSTMKTF-REC NOT = SPACES)
                       MOVE WS-ERASED-TEXT TO MKTNAME OF CUSTMKTF-REC
                       MOVE SPACES         TO MKTCITY OF CUSTMKTF-REC
                                              MKTPOST OF CUSTMKTF-REC
                       REWRITE CUSTMKTF-REC
                       ADD 1 TO ERS-FILE-COUNT(ERS-IX, 9)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTMKTF.

      *================================================================
      *  Pending changes are keyed by their own number, so this is
      *  one pass over the whole file: the customer's old and new
      *  names on its own rows, and the survivor's name on a merge
      *  row where the erased customer is the survivor.
      *================================================================

       2200-ERASE-PENDING-CHANGES.

           OPEN I-O CUSTPCHPF.
           SET NOT-EOF-FILE TO TRUE.
           PERFORM UNTIL EOF-FILE
              READ CUSTPCHPF NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    SET ENTRY-UNCHANGED TO TRUE
                    MOVE PCHCUSTNO OF CUSTPCHPF-REC TO WS-MATCH-CUSTNO
                    PERFORM 5000-FIND-REQUEST
                    IF ERS-MATCHED
                       IF PCHOLDNAME OF CUSTPCHPF-REC
                             NOT = WS-ERASED-TEXT
                          MOVE WS-ERASED-TEXT
                             TO PCHOLDNAME OF CUSTPCHPF-REC
                          SET ENTRY-CHANGED TO TRUE
                       END-IF
                       IF PCHTYPE OF CUSTPCHPF-REC NOT = "M"
                       AND PCHNEWNAME OF CUSTPCHPF-REC
                             NOT = WS-ERASED-TEXT
                          MOVE WS-ERASED-TEXT
                             TO PCHNEWNAME OF CUSTPCHPF-REC
                          SET ENTRY-CHANGED TO TRUE
                       END-IF
                    END-IF
                    IF ENTRY-CHANGED
                       ADD 1 TO ERS-FILE-COUNT(ERS-IX, 10)
                    END-IF
                    IF PCHTYPE OF CUSTPCHPF-REC = "M"
                       MOVE PCHMRGTO OF CUSTPCHPF-REC
                          TO WS-MATCH-CUSTNO
                       PERFORM 5000-FIND-REQUEST
                       IF ERS-MATCHED
                       AND PCHNEWNAME OF CUSTPCHPF-REC
                             NOT = WS-ERASED-TEXT
                          MOVE WS-ERASED-TEXT
                             TO PCHNEWNAME OF CUSTPCHPF-REC
                          SET ENTRY-CHANGED TO TRUE
                          ADD 1 TO ERS-FILE-COUNT(ERS-IX, 10)
                       END-IF
                    END-IF
                    IF ENTRY-CHANGED
                       REWRITE CUSTPCHPF-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTPCHPF.

      *================================================================
      *  Scheduled changes, one pass: whatever name and address the
      *  customer's rows still carry, applied or not. A row with no
      *  new name keeps its blank, so the screen still reads as an
      *  address-only change.
      *================================================================

       2300-ERASE-SCHEDULED-CHANGES.

           OPEN I-O CUSTSCHPF.
           SET NOT-EOF-FILE TO TRUE.
           PERFORM UNTIL EOF-FILE
              READ CUSTSCHPF NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    SET ENTRY-UNCHANGED TO TRUE
                    MOVE SCHCUSTNO OF CUSTSCHPF-REC TO WS-MATCH-CUSTNO
                    PERFORM 5000-FIND-REQUEST
                    IF ERS-MATCHED
                       IF SCHNEWNAME OF CUSTSCHPF-REC NOT = SPACES
                       AND SCHNEWNAME OF CUSTSCHPF-REC
                             NOT = WS-ERASED-TEXT
                          MOVE WS-ERASED-TEXT
                             TO SCHNEWNAME OF CUSTSCHPF-REC
                          SET ENTRY-CHANGED TO TRUE
                       END-IF
                       IF SCHNEWADDR OF CUSTSCHPF-REC NOT = SPACES
                          MOVE SPACES TO SCHNEWADDR OF CUSTSCHPF-REC
                          SET ENTRY-CHANGED TO TRUE
                       END-IF
                    END-IF
                    IF ENTRY-CHANGED
                       ADD 1 TO ERS-FILE-COUNT(ERS-IX, 11)
                       REWRITE CUSTSCHPF-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTSCHPF.

      *================================================================

       2400-ERASE-CONTACT-EXTRACT.

           OPEN I-O CUSTCEXF.
           SET NOT-EOF-FILE TO TRUE.
           PERFORM UNTIL EOF-FILE
              READ CUSTCEXF
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    MOVE CEXCUSTNO OF CUSTCEXF-REC TO WS-MATCH-CUSTNO
                    PERFORM 5000-FIND-REQUEST
                    IF ERS-MATCHED
                    AND (CEXNAME  OF CUSTCEXF-REC NOT = WS-ERASED-TEXT
                         OR CEXPHONE OF CUSTCEXF-REC NOT = SPACES)
                       MOVE WS-ERASED-TEXT TO CEXNAME  OF CUSTCEXF-REC
                       MOVE SPACES         TO CEXPHONE OF CUSTCEXF-REC
                       REWRITE CUSTCEXF-REC
                       ADD 1 TO ERS-FILE-COUNT(ERS-IX, 12)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTCEXF.

      *================================================================
      *  Queued CRM conflicts, one pass: the CRM's name and address
      *  on every row for the customer, whatever its status.
      *================================================================

       2500-ERASE-CRM-CONFLICTS.

           OPEN I-O CUSTCRQPF.
           SET NOT-EOF-FILE TO TRUE.
           PERFORM UNTIL EOF-FILE
              READ CUSTCRQPF NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    SET ENTRY-UNCHANGED TO TRUE
                    MOVE CRQCUSTNO OF CUSTCRQPF-REC TO WS-MATCH-CUSTNO
                    PERFORM 5000-FIND-REQUEST
                    IF ERS-MATCHED
                       IF CRQNEWNAME OF CUSTCRQPF-REC NOT = SPACES
                       AND CRQNEWNAME OF CUSTCRQPF-REC
                             NOT = WS-ERASED-TEXT
                          MOVE WS-ERASED-TEXT
                             TO CRQNEWNAME OF CUSTCRQPF-REC
                          SET ENTRY-CHANGED TO TRUE
                       END-IF
                       IF CRQNEWADDR OF CUSTCRQPF-REC NOT = SPACES
                          MOVE SPACES TO CRQNEWADDR OF CUSTCRQPF-REC
                          SET ENTRY-CHANGED TO TRUE
                       END-IF
                    END-IF
                    IF ENTRY-CHANGED
                       ADD 1 TO ERS-FILE-COUNT(ERS-IX, 13)
                       REWRITE CUSTCRQPF-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTCRQPF.

      *================================================================
      *  The audit walk follows AUDVFYCBL's exactly - AUDITARC then
      *  AUDITTRL, the previous chained entry's AUDCHK as the seed -
      *  so the post-erasure check value recorded on AUDERASE is the
      *  one the verifier will compute for the scrubbed entry.
      *================================================================

       3000-ERASE-AUDIT.

           MOVE ZEROES TO WS-PREV-CHK.

           OPEN I-O AUDITARC.
           MOVE 14 TO WS-FILE-NO.
           SET NOT-EOF-FILE TO TRUE.
           PERFORM UNTIL EOF-FILE
              READ AUDITARC
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    MOVE AUDITARC-REC TO WS-AUD-ENTRY
                    PERFORM 3100-ERASE-AUDIT-ENTRY
                    IF ENTRY-CHANGED
                       MOVE WS-AUD-ENTRY TO AUDITARC-REC
                       REWRITE AUDITARC-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AUDITARC.

           OPEN I-O AUDITTRL.
           MOVE 15 TO WS-FILE-NO.
           SET NOT-EOF-FILE TO TRUE.
           PERFORM UNTIL EOF-FILE
              READ AUDITTRL
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    MOVE AUDITTRL-REC TO WS-AUD-ENTRY
                    PERFORM 3100-ERASE-AUDIT-ENTRY
                    IF ENTRY-CHANGED
                       MOVE WS-AUD-ENTRY TO AUDITTRL-REC
                       REWRITE AUDITTRL-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AUDITTRL.

      *================================================================

       3100-ERASE-AUDIT-ENTRY.

           SET ENTRY-UNCHANGED TO TRUE.

           IF AUDFILE OF WS-AUD-ENTRY = "CUSTPF"
           OR AUDFILE OF WS-AUD-ENTRY = "CUSTCONPF"
           OR AUDFILE OF WS-AUD-ENTRY = "CUSTNOTPF"
           OR AUDFILE OF WS-AUD-ENTRY = "CUSTPCHPF"
           OR AUDFILE OF WS-AUD-ENTRY = "CUSTSCHPF"
           OR AUDFILE OF WS-AUD-ENTRY = "CUSTCRQPF"
              IF AUDKEY OF WS-AUD-ENTRY(1:6) IS NUMERIC
                 MOVE AUDKEY OF WS-AUD-ENTRY(1:6) TO WS-MATCH-CUSTNO
                 PERFORM 5000-FIND-REQUEST
                 IF ERS-MATCHED
                    PERFORM 3200-SCRUB-IMAGES
                 END-IF
              END-IF
           END-IF.

      *          A merge decision is keyed to the victim but carries
      *          the survivor's number at AFT(36:6) and name at
      *          AFT(1:30) - an erased survivor loses that name and
      *          the victim's side of the entry is left alone.
           IF AUDFILE OF WS-AUD-ENTRY = "CUSTPCHPF"
           AND ENTRY-UNCHANGED
           AND AUD-AFT-DATA OF WS-AUD-ENTRY(36:6) IS NUMERIC
              MOVE AUD-AFT-DATA OF WS-AUD-ENTRY(36:6)
                 TO WS-MATCH-CUSTNO
              PERFORM 5000-FIND-REQUEST
              IF ERS-MATCHED
              AND AUD-AFT-DATA OF WS-AUD-ENTRY(1:30)
                     NOT = WS-ERASED-TEXT
                 MOVE WS-ERASED-TEXT
                    TO AUD-AFT-DATA OF WS-AUD-ENTRY(1:30)
                 SET ENTRY-CHANGED TO TRUE
              END-IF
           END-IF.

           IF ENTRY-CHANGED
              ADD 1 TO ERS-FILE-COUNT(ERS-IX, WS-FILE-NO)
              IF AUDSEQ OF WS-AUD-ENTRY NOT = ZEROES
                 PERFORM 3300-RECORD-ERASURE
              END-IF
           END-IF.

           IF AUDSEQ OF WS-AUD-ENTRY NOT = ZEROES
              MOVE AUDCHK OF WS-AUD-ENTRY TO WS-PREV-CHK
           END-IF.

      *================================================================

       3200-SCRUB-IMAGES.

           IF AUD-BEF-DATA OF WS-AUD-ENTRY NOT = SPACES
           AND AUD-BEF-DATA OF WS-AUD-ENTRY NOT = WS-ERASED-TEXT
              MOVE WS-ERASED-TEXT TO AUD-BEF-DATA OF WS-AUD-ENTRY
              SET ENTRY-CHANGED TO TRUE
           END-IF.

           IF AUD-AFT-DATA OF WS-AUD-ENTRY NOT = SPACES
           AND AUD-AFT-DATA OF WS-AUD-ENTRY NOT = WS-ERASED-TEXT
              MOVE WS-ERASED-TEXT TO AUD-AFT-DATA OF WS-AUD-ENTRY
              SET ENTRY-CHANGED TO TRUE
           END-IF.

      *================================================================

       3300-RECORD-ERASURE.

           MOVE WS-PREV-CHK TO ACHK-PREV.
           MOVE SPACES TO ACHK-DATA.
           MOVE WS-AUD-ENTRY(1:197) TO ACHK-DATA.
           CALL "AUDCHKSVC" USING AUDCHK-PARM.

           INITIALIZE AUDERASE-REC.
           MOVE AUDSEQ OF WS-AUD-ENTRY TO ERAAUDSEQ  OF AUDERASE-REC.
           MOVE AUDCHK OF WS-AUD-ENTRY TO ERAORGCHK  OF AUDERASE-REC.
           MOVE ACHK-RESULT            TO ERAPOSTCHK OF AUDERASE-REC.
           MOVE WS-MATCH-CUSTNO        TO ERACUSTNO  OF AUDERASE-REC.
           MOVE WS-ERASE-TS            TO ERATS      OF AUDERASE-REC.
           WRITE AUDERASE-REC
              INVALID KEY
                 REWRITE AUDERASE-REC
           END-WRITE.

      *================================================================

       4000-CLOSE-REQUEST.

           MOVE ERS-T-CUSTNO(ERS-IX) TO ERSCUSTNO OF CUSTERSPF-REC.
           READ CUSTERSPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ZEROES TO ERSROWS   OF CUSTERSPF-REC
                                ERSAUDITS OF CUSTERSPF-REC
                 PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                           UNTIL WS-FILE-NO > 13
                    ADD ERS-FILE-COUNT(ERS-IX, WS-FILE-NO)
                       TO ERSROWS OF CUSTERSPF-REC
                 END-PERFORM
                 ADD ERS-FILE-COUNT(ERS-IX, 14)
                     ERS-FILE-COUNT(ERS-IX, 15)
                    TO ERSAUDITS OF CUSTERSPF-REC
                 MOVE "D"         TO ERSSTAT   OF CUSTERSPF-REC
                 MOVE WS-ERASE-TS TO ERSDONETS OF CUSTERSPF-REC
                 REWRITE CUSTERSPF-REC
                 ADD ERSROWS   OF CUSTERSPF-REC TO WS-ROW-TOTAL
                 ADD ERSAUDITS OF CUSTERSPF-REC TO WS-AUDIT-TOTAL
                 PERFORM 4100-PRINT-CERTIFICATE
                 PERFORM 4200-AUDIT-ERASURE
           END-READ.

      *================================================================

       4100-PRINT-CERTIFICATE.

           MOVE HDR-LINE TO CUSTERSLST-REC.
           WRITE CUSTERSLST-REC.
           MOVE BLANK-LINE TO CUSTERSLST-REC.
           WRITE CUSTERSLST-REC.

           MOVE ERSCUSTNO  OF CUSTERSPF-REC       TO CUS-CUSTNO.
           MOVE ERSREF     OF CUSTERSPF-REC       TO CUS-REF.
           MOVE CUS-LINE TO CUSTERSLST-REC.
           WRITE CUSTERSLST-REC.
           MOVE ERSREQUSER OF CUSTERSPF-REC       TO REQ-USER.
           MOVE ERSREQTS   OF CUSTERSPF-REC(1:14) TO REQ-TS.
           MOVE ERSDONETS  OF CUSTERSPF-REC(1:14) TO REQ-DONE-TS.
           MOVE REQ-LINE TO CUSTERSLST-REC.
           WRITE CUSTERSLST-REC.
           MOVE BLANK-LINE TO CUSTERSLST-REC.
           WRITE CUSTERSLST-REC.

           MOVE COL-LINE TO CUSTERSLST-REC.
           WRITE CUSTERSLST-REC.
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                     UNTIL WS-FILE-NO > 15
              MOVE FILE-NAME(WS-FILE-NO)   TO DTL-FILE
              MOVE ERS-FILE-COUNT(ERS-IX, WS-FILE-NO) TO DTL-ROWS
              IF ERS-FILE-COUNT(ERS-IX, WS-FILE-NO) > ZEROES
                 MOVE FILE-ACTION(WS-FILE-NO) TO DTL-ACTION
              ELSE
                 MOVE "NOTHING HELD" TO DTL-ACTION
              END-IF
              MOVE DTL-LINE TO CUSTERSLST-REC
              WRITE CUSTERSLST-REC
           END-PERFORM.

           COMPUTE END-ROWS = ERSROWS   OF CUSTERSPF-REC
                            + ERSAUDITS OF CUSTERSPF-REC.
           MOVE END-LINE TO CUSTERSLST-REC.
           WRITE CUSTERSLST-REC.
           MOVE BLANK-LINE TO CUSTERSLST-REC.
           WRITE CUSTERSLST-REC.

      *================================================================
      *  The erasure is itself on the trail - the images carry only
      *  the counts and the reference, nothing personal, and the
      *  entry is keyed under the register file so a later erasure
      *  run never scrubs it.
      *================================================================

       4200-AUDIT-ERASURE.

           MOVE "CUSTERSPF"            TO AUDLOG-FILE.
           MOVE SPACES                 TO AUDLOG-KEY.
           MOVE ERSCUSTNO OF CUSTERSPF-REC TO AUDLOG-KEY(1:6).
           MOVE "ERASE"                TO AUDLOG-MODE.
           MOVE SPACES                 TO AUDLOG-BEF-DATA.
           MOVE "P"                    TO AUDLOG-BEF-DATA(1:1).
           MOVE ERSREF OF CUSTERSPF-REC TO AUDLOG-BEF-DATA(3:20).
           MOVE SPACES                 TO AUDLOG-AFT-DATA.
           STRING "D ROWS " DELIMITED BY SIZE
                  ERSROWS OF CUSTERSPF-REC DELIMITED BY SIZE
                  " AUDIT " DELIMITED BY SIZE
                  ERSAUDITS OF CUSTERSPF-REC DELIMITED BY SIZE
              INTO AUDLOG-AFT-DATA
           END-STRING.
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================

       5000-FIND-REQUEST.

           SET ERS-NOT-MATCHED TO TRUE.
           PERFORM VARYING ERS-IX FROM 1 BY 1
                     UNTIL ERS-IX > ERS-COUNT
                        OR ERS-MATCHED
              IF ERS-T-CUSTNO(ERS-IX) = WS-MATCH-CUSTNO
                 SET ERS-MATCHED TO TRUE
              END-IF
           END-PERFORM.
           IF ERS-MATCHED
              SET ERS-IX DOWN BY 1
           END-IF.

      *================================================================

       9000-SET-UP.

           OPEN I-O    CUSTERSPF
                       CUSTPF
                       CUSTCONPF
                       CUSTNOTPF
                       CUSTARCH
                       CUSTCONAR
                       CUSTNOTAR
                       CUSTMKPF
                       AUDERASE.
           OPEN OUTPUT CUSTERSLST.

           MOVE FUNCTION CURRENT-DATE TO WS-ERASE-TS.
           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.

      *================================================================

       9900-CLEAN-UP.

           IF ERS-COUNT = ZEROES
           AND WS-HELD-COUNT = ZEROES
              MOVE HDR-LINE TO CUSTERSLST-REC
              WRITE CUSTERSLST-REC
              MOVE SPACES TO CUSTERSLST-REC
              MOVE " NO PENDING ERASURE REQUESTS" TO CUSTERSLST-REC
              WRITE CUSTERSLST-REC
           END-IF.

           CLOSE CUSTERSPF
                 CUSTPF
                 CUSTCONPF
                 CUSTNOTPF
                 CUSTARCH
                 CUSTCONAR
                 CUSTNOTAR
                 CUSTMKPF
                 AUDERASE
                 CUSTERSLST.

           DISPLAY "CUSTERSCBL: " ERS-COUNT " customers erased, "
                   WS-ROW-TOTAL " rows, "
                   WS-AUDIT-TOTAL " audit entries, "
                   WS-HELD-COUNT " held, "
                   WS-DEFERRED-COUNT " deferred".
