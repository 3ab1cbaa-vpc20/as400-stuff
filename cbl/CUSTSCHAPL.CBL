       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTSCHAPL.

      *================================================================
      *  Nightly scheduled-change step - applies the CUSTSCHPF rows
      *  keyed ahead on CUSTSCHCBL once their effective date comes
      *  round. Every pending row dated on or before the run date is
      *  taken through the checks CUSTCBL would put on the same
      *  edit, then
      *
      *    rejected   - customer gone or inactive, nothing left to
      *        apply, a half address (street and city go together),
      *        or the customer changed since the row was keyed
      *        (CUSTCHGTS no longer the SCHBASETS stamp) - nobody's
      *        later edit is overwritten by an older plan;
      *    applied    - a new address goes straight onto CUSTPF the
      *        screen's way: CUSTCHGTS stamped, one AUDITLOG "CHANGE"
      *        entry with the name/address images (requester in
      *        AUDKEY(11:10), as approved changes carry it), the
      *        phonetic match key refreshed, the sales territory
      *        re-derived (CUSTTERSVC), and a CUSTOUTF "C"
      *        notification for billing and the other subscribers.
      *        A new name is a sensitive change and goes where
      *        CUSTCBL sends one - onto CUSTPCHPF for a second
      *        user's approval under the original requester - and a
      *        customer already waiting on an approval is rejected
      *        whole rather than applied in halves.
      *
      *  Rows still in the future are listed as pending. Each
      *  decision is stamped on the row (SCHDONETS, SCHRSN) so the
      *  screen shows what became of it.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTSCHPF      ASSIGN  TO DATABASE-CUSTSCHPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SCHID.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTPCHPF      ASSIGN  TO DATABASE-CUSTPCHPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         PCHID.

           SELECT CUSTPCHL1      ASSIGN  TO DATABASE-CUSTPCHL1
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTOUTF       ASSIGN  TO DATABASE-CUSTOUTF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTSCHLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTSCHPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTSCHPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTSCHPF.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTPCHPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPCHPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPCHPF.

       FD  CUSTPCHL1
           LABEL RECORDS ARE STANDARD.
       01  CUSTPCHL1-REC.
           COPY DDS-ALL-FORMATS OF CUSTPCHL1.

       FD  CUSTOUTF
           LABEL RECORDS ARE STANDARD.
       01  CUSTOUTF-REC.
           COPY DDS-ALL-FORMATS OF CUSTOUTF.

       FD  CUSTSCHLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTSCHLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-CUSTSCHPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTSCHPF       VALUE B"0".
               88  EOF-CUSTSCHPF           VALUE B"1".
           05  CUSTPF-FOUND-SW     PIC 1   VALUE B"0".
               88  CUSTPF-FOUND            VALUE B"1".
               88  CUSTPF-NOT-FOUND        VALUE B"0".
           05  SCH-VALID-SW        PIC 1   VALUE B"0".
               88  SCH-VALID               VALUE B"1".
               88  SCH-INVALID             VALUE B"0".
           05  NAME-CHANGE-SW      PIC 1   VALUE B"0".
               88  NAME-CHANGE             VALUE B"1".
               88  NO-NAME-CHANGE          VALUE B"0".
           05  ADDR-CHANGE-SW      PIC 1   VALUE B"0".
               88  ADDR-CHANGE             VALUE B"1".
               88  NO-ADDR-CHANGE          VALUE B"0".

       01  SCHEDULE-COUNTERS.
           05  WS-DUE-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-APPLIED-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-REJECT-COUNT     PIC S9(7) VALUE ZEROES.
           05  WS-PENDING-COUNT    PIC S9(7) VALUE ZEROES.

       01  WS-RESULT               PIC X(30).

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

       01  MKSVC-PARM.
           05  MKSVC-CUSTNO                PIC 9(6).
           05  MKSVC-NAME                  PIC X(30).
           05  MKSVC-STREET                PIC X(30).
           05  MKSVC-KEY                   PIC X(20).

       01  TERSVC-PARM.
           05  TERSVC-CUSTNO               PIC 9(6).
           05  TERSVC-POST                 PIC X(10).
           05  TERSVC-SRC                  PIC X(1).
           05  TERSVC-TERR                 PIC X(10).
           05  TERSVC-REP                  PIC X(10).
           05  TERSVC-OLD-TERR             PIC X(10).
           05  TERSVC-OLD-REP              PIC X(10).
           05  TERSVC-STAT                 PIC X(1).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "SCHEDULED CUSTOMER CHANGES".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "SCHID".
               10  FILLER           PIC X(08) VALUE "CUSTNO".
               10  FILLER           PIC X(10) VALUE "EFFECTIVE".
               10  FILLER           PIC X(32) VALUE "NEW NAME".
               10  FILLER           PIC X(32) VALUE "NEW STREET".
               10  FILLER           PIC X(11) VALUE "REQUESTER".
               10  FILLER           PIC X(30) VALUE "RESULT".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-SCHID        PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-EFFDATE      PIC 9(8).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-NAME         PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-STREET       PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-REQUSER      PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-RESULT       PIC X(30).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(05) VALUE "DUE:".
               10  TTL-DUE          PIC ZZZZZZ9.
               10  FILLER           PIC X(11) VALUE "  APPLIED:".
               10  TTL-APPLIED      PIC ZZZZZZ9.
               10  FILLER           PIC X(12) VALUE "  REJECTED:".
               10  TTL-REJECT       PIC ZZZZZZ9.
               10  FILLER           PIC X(11) VALUE "  PENDING:".
               10  TTL-PENDING      PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(8).
       01  LINK-RUN-ID              PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           OPEN INPUT  CUSTPCHL1.
           OPEN I-O    CUSTSCHPF
                       CUSTPF
                       CUSTPCHPF.
           OPEN EXTEND CUSTOUTF.
           OPEN OUTPUT CUSTSCHLST.

           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO CUSTSCHLST-REC.
           WRITE CUSTSCHLST-REC.
           MOVE COL-LINE TO CUSTSCHLST-REC.
           WRITE CUSTSCHLST-REC.

           MOVE ZEROES TO SCHID OF CUSTSCHPF-REC.
           START CUSTSCHPF KEY IS NOT LESS THAN SCHID
                 OF CUSTSCHPF-REC
              INVALID KEY
                 SET EOF-CUSTSCHPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTSCHPF
              READ CUSTSCHPF NEXT RECORD
                 AT END
                    SET EOF-CUSTSCHPF TO TRUE
                 NOT AT END
                    IF SCHSTAT OF CUSTSCHPF-REC = "P"
                       IF SCHEFFDATE OF CUSTSCHPF-REC > LINK-RUN-DATE
                          ADD 1 TO WS-PENDING-COUNT
                          MOVE "PENDING" TO WS-RESULT
                          PERFORM 3000-WRITE-DETAIL
                       ELSE
                          ADD 1 TO WS-DUE-COUNT
                          PERFORM 1000-APPLY-SCHEDULED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-DUE-COUNT     TO TTL-DUE.
           MOVE WS-APPLIED-COUNT TO TTL-APPLIED.
           MOVE WS-REJECT-COUNT  TO TTL-REJECT.
           MOVE WS-PENDING-COUNT TO TTL-PENDING.
           MOVE TOTAL-LINE TO CUSTSCHLST-REC.
           WRITE CUSTSCHLST-REC.

           CLOSE CUSTSCHPF
                 CUSTPF
                 CUSTPCHPF
                 CUSTPCHL1
                 CUSTOUTF
                 CUSTSCHLST.

           DISPLAY "CUSTSCHAPL: " WS-DUE-COUNT " due, "
                   WS-APPLIED-COUNT " applied, "
                   WS-REJECT-COUNT " rejected, "
                   WS-PENDING-COUNT " pending".

           GOBACK.

      *================================================================

       1000-APPLY-SCHEDULED.

           PERFORM 1100-VALIDATE-SCHEDULED.

           IF SCH-VALID
              IF ADDR-CHANGE
                 PERFORM 2000-APPLY-ADDRESS
              END-IF
              IF NAME-CHANGE
                 PERFORM 2500-FILE-NAME-CHANGE
              END-IF
           END-IF.

           IF SCH-VALID
              MOVE "A" TO SCHSTAT OF CUSTSCHPF-REC
              ADD 1 TO WS-APPLIED-COUNT
              EVALUATE TRUE
                 WHEN WS-RESULT NOT = SPACES
                    CONTINUE
                 WHEN ADDR-CHANGE AND NAME-CHANGE
                    MOVE "ADDRESS APPLIED, NAME TO APPROVE"
                       TO WS-RESULT
                 WHEN NAME-CHANGE
                    MOVE "NAME FILED FOR APPROVAL" TO WS-RESULT
                 WHEN ADDR-CHANGE
                    MOVE "ADDRESS APPLIED" TO WS-RESULT
                 WHEN OTHER
                    MOVE "APPLIED - ALREADY ON FILE" TO WS-RESULT
              END-EVALUATE
           ELSE
              MOVE "R" TO SCHSTAT OF CUSTSCHPF-REC
              ADD 1 TO WS-REJECT-COUNT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO SCHDONETS OF CUSTSCHPF-REC.
           MOVE WS-RESULT             TO SCHRSN    OF CUSTSCHPF-REC.
           REWRITE CUSTSCHPF-REC.

           PERFORM 3000-WRITE-DETAIL.

      *================================================================
      *  The screen checked the entry when it was keyed; the record
      *  it was keyed against is checked again here, on the day.
      *  A new value identical to what is already on file is simply
      *  not a change.
      *================================================================

       1100-VALIDATE-SCHEDULED.

           SET SCH-VALID      TO TRUE.
           SET NO-NAME-CHANGE TO TRUE.
           SET NO-ADDR-CHANGE TO TRUE.
           MOVE SPACES TO WS-RESULT.

           MOVE SCHCUSTNO OF CUSTSCHPF-REC TO CUSTNO OF CUSTPF-REC.
           SET CUSTPF-FOUND TO TRUE.
           READ CUSTPF
              INVALID KEY
                 SET CUSTPF-NOT-FOUND TO TRUE
           END-READ.

           EVALUATE TRUE
              WHEN CUSTPF-NOT-FOUND
                 SET SCH-INVALID TO TRUE
                 MOVE "REJECTED - CUSTOMER NOT FOUND" TO WS-RESULT
              WHEN CUSTSTAT OF CUSTPF-REC = "I"
                 SET SCH-INVALID TO TRUE
                 MOVE "REJECTED - CUSTOMER INACTIVE" TO WS-RESULT
              WHEN CUSTCHGTS OF CUSTPF-REC
                      NOT = SCHBASETS OF CUSTSCHPF-REC
                 SET SCH-INVALID TO TRUE
                 MOVE "REJECTED - RECORD CHANGED" TO WS-RESULT
              WHEN SCHNEWNAME OF CUSTSCHPF-REC = SPACES
               AND SCHNEWADDR OF CUSTSCHPF-REC = SPACES
                 SET SCH-INVALID TO TRUE
                 MOVE "REJECTED - NOTHING TO APPLY" TO WS-RESULT
              WHEN SCHNEWADDR OF CUSTSCHPF-REC NOT = SPACES
               AND (SCHSTREET OF CUSTSCHPF-REC = SPACES
                 OR SCHCITY   OF CUSTSCHPF-REC = SPACES)
                 SET SCH-INVALID TO TRUE
                 MOVE "REJECTED - STREET/CITY MISSING" TO WS-RESULT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF SCH-VALID
              IF  SCHNEWNAME OF CUSTSCHPF-REC NOT = SPACES
              AND SCHNEWNAME OF CUSTSCHPF-REC
                     NOT = CUSTNAME OF CUSTPF-REC
                 SET NAME-CHANGE TO TRUE
              END-IF
              IF  SCHNEWADDR OF CUSTSCHPF-REC NOT = SPACES
              AND SCHNEWADDR OF CUSTSCHPF-REC
                     NOT = CUSTADDR OF CUSTPF-REC
                 SET ADDR-CHANGE TO TRUE
              END-IF
           END-IF.

      *          One approval per customer at a time, as on the
      *          screen - checked before anything is written.
           IF SCH-VALID AND NAME-CHANGE
              MOVE SCHCUSTNO OF CUSTSCHPF-REC
                 TO PCHCUSTNO OF CUSTPCHL1-REC
              READ CUSTPCHL1
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET SCH-INVALID TO TRUE
                    MOVE "REJECTED - APPROVAL PENDING" TO WS-RESULT
              END-READ
           END-IF.

      *================================================================
      *  CUSTCBL's change path, unattended - see 2250-WRITE-AUDITTRL
      *  and 2260-WRITE-CUSTOUTF there.
      *================================================================

       2000-APPLY-ADDRESS.

           MOVE SPACES                 TO AUDLOG-BEF-DATA.
           MOVE CUSTNAME OF CUSTPF-REC TO AUDLOG-BEF-DATA(1:30).
           MOVE CUSTADDR OF CUSTPF-REC TO AUDLOG-BEF-DATA(31:30).

           MOVE SCHNEWADDR OF CUSTSCHPF-REC TO CUSTADDR OF CUSTPF-REC.
           MOVE FUNCTION CURRENT-DATE TO CUSTCHGTS OF CUSTPF-REC.
           REWRITE CUSTPF-REC.

           MOVE "CUSTPF"               TO AUDLOG-FILE.
           MOVE SPACES                 TO AUDLOG-KEY.
           MOVE CUSTNO OF CUSTPF-REC   TO AUDLOG-KEY(1:6).
           MOVE SCHREQUSER OF CUSTSCHPF-REC TO AUDLOG-KEY(11:10).
           MOVE "CHANGE"               TO AUDLOG-MODE.
           MOVE SPACES                 TO AUDLOG-AFT-DATA.
           MOVE CUSTNAME OF CUSTPF-REC TO AUDLOG-AFT-DATA(1:30).
           MOVE CUSTADDR OF CUSTPF-REC TO AUDLOG-AFT-DATA(31:30).
           CALL "AUDITLOG" USING AUDLOG-PARM.

           MOVE CUSTNO     OF CUSTPF-REC TO MKSVC-CUSTNO.
           MOVE CUSTNAME   OF CUSTPF-REC TO MKSVC-NAME.
           MOVE CUSTSTREET OF CUSTPF-REC TO MKSVC-STREET.
           CALL "CUSTMKSVC" USING MKSVC-PARM.

      *          The address moved, so the territory is re-derived
      *          from the new postal code, as CUSTCBL does.
           MOVE CUSTNO   OF CUSTPF-REC TO TERSVC-CUSTNO.
           MOVE CUSTPOST OF CUSTPF-REC TO TERSVC-POST.
           MOVE "C"                   TO TERSVC-SRC.
           CALL "CUSTTERSVC" USING TERSVC-PARM.

           INITIALIZE CUSTOUTF-REC.
           MOVE CUSTNO OF CUSTPF-REC  TO NOTCUSTNO OF CUSTOUTF-REC.
           MOVE FUNCTION CURRENT-DATE TO NOTTS     OF CUSTOUTF-REC.
           MOVE "N"                   TO NOTSTAT   OF CUSTOUTF-REC.
           MOVE "C"                   TO NOTTYPE   OF CUSTOUTF-REC.
           MOVE "NOTID"   TO NBRSVC-SERIES.
           CALL "CUSTNBRSVC" USING NBRSVC-PARM.
           IF NBRSVC-STAT = "Y"
              MOVE NBRSVC-NEXT TO NOTID OF CUSTOUTF-REC
           END-IF.
           WRITE CUSTOUTF-REC.

      *================================================================
      *  The rename is filed exactly as CUSTCBL's 2290-WRITE-
      *  PENDING-CHANGE files one, under the user who scheduled it -
      *  so that user cannot also approve it. Status and reason are
      *  carried across unchanged. Without a PCHID number the name
      *  half is rejected (the address half, if any, has landed).
      *================================================================

       2500-FILE-NAME-CHANGE.

           MOVE "PCHID"   TO NBRSVC-SERIES.
           CALL "CUSTNBRSVC" USING NBRSVC-PARM.
           IF NBRSVC-STAT NOT = "Y"
              IF ADDR-CHANGE
                 SET NO-NAME-CHANGE TO TRUE
                 MOVE "ADDRESS ONLY - NO PCHID SERIES" TO WS-RESULT
              ELSE
                 SET SCH-INVALID TO TRUE
                 MOVE "REJECTED - NO PCHID SERIES" TO WS-RESULT
              END-IF
              DISPLAY "CUSTSCHAPL: PCHID series missing - rename on "
                      "schedule " SCHID OF CUSTSCHPF-REC " not filed"
           ELSE
              INITIALIZE CUSTPCHPF-REC
              MOVE NBRSVC-NEXT       TO PCHID      OF CUSTPCHPF-REC
              MOVE CUSTNO OF CUSTPF-REC
                                     TO PCHCUSTNO  OF CUSTPCHPF-REC
              MOVE "C"               TO PCHTYPE    OF CUSTPCHPF-REC
              MOVE "P"               TO PCHSTAT    OF CUSTPCHPF-REC
              MOVE SCHREQUSER OF CUSTSCHPF-REC
                                     TO PCHREQUSER OF CUSTPCHPF-REC
              MOVE FUNCTION CURRENT-DATE
                                     TO PCHREQTS   OF CUSTPCHPF-REC
              MOVE CUSTNAME  OF CUSTPF-REC
                                     TO PCHOLDNAME OF CUSTPCHPF-REC
              MOVE CUSTSTAT  OF CUSTPF-REC
                                     TO PCHOLDSTAT OF CUSTPCHPF-REC
                                        PCHNEWSTAT OF CUSTPCHPF-REC
              MOVE CUSTSTRSN OF CUSTPF-REC
                                     TO PCHOLDRSN  OF CUSTPCHPF-REC
                                        PCHNEWRSN  OF CUSTPCHPF-REC
              MOVE SCHNEWNAME OF CUSTSCHPF-REC
                                     TO PCHNEWNAME OF CUSTPCHPF-REC
              WRITE CUSTPCHPF-REC
           END-IF.

      *================================================================

       3000-WRITE-DETAIL.

           MOVE SCHID      OF CUSTSCHPF-REC TO DTL-SCHID.
           MOVE SCHCUSTNO  OF CUSTSCHPF-REC TO DTL-CUSTNO.
           MOVE SCHEFFDATE OF CUSTSCHPF-REC TO DTL-EFFDATE.
           MOVE SCHNEWNAME OF CUSTSCHPF-REC TO DTL-NAME.
           MOVE SCHSTREET  OF CUSTSCHPF-REC TO DTL-STREET.
           MOVE SCHREQUSER OF CUSTSCHPF-REC TO DTL-REQUSER.
           MOVE WS-RESULT                   TO DTL-RESULT.
           MOVE SPACES   TO CUSTSCHLST-REC.
           MOVE DTL-LINE TO CUSTSCHLST-REC.
           WRITE CUSTSCHLST-REC.
