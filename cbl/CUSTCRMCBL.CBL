       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTCRMCBL.

      *================================================================
      *  Nightly CRM change-feed step - sales now keep addresses in
      *  the CRM, and CUSTLODCBL only ever loaded new customers, so
      *  every CRM change used to be rekeyed by hand. The CUSTCRMF
      *  feed (landed and verified by the KIFTPINB get run) carries
      *  the CRM's version of customers that already exist here;
      *  each row is taken through the checks CUSTCBL would put on
      *  the same edit, then
      *
      *    rejected  - customer not on file or inactive, nothing in
      *        the row, a half address (street and city go
      *        together), or a rename for a customer already
      *        waiting on an approval;
      *    queued    - somebody here changed the customer after the
      *        version the CRM worked from (CUSTCHGTS later than
      *        the row's CRMBASETS - or, when the CRM sent no base
      *        stamp, later than its CRMCHGTS): the CRM's version
      *        goes onto the CUSTCRQPF conflict queue for the
      *        CUSTCRQCBL review screen instead of overwriting ours;
      *    applied   - a new address goes straight onto CUSTPF the
      *        screen's way: CUSTCHGTS stamped, one AUDITLOG "CHANGE"
      *        entry with the name/address images (the CRM user in
      *        AUDKEY(11:10), as requesters are carried), the
      *        phonetic match key refreshed, the sales territory
      *        re-derived (CUSTTERSVC), and a CUSTOUTF "C"
      *        notification - which also hands the CRM the new
      *        stamp. A new name is a sensitive change and is filed
      *        on CUSTPCHPF for approval under the CRM user, as
      *        CUSTSCHAPL files one.
      *
      *  A newer CRM row for a customer supersedes ("S") whatever of
      *  theirs is still waiting on the queue - only the CRM's latest
      *  version is worth reviewing. Rejections and queued conflicts
      *  are listed on the exception report; applied rows are
      *  counted.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTCRMF       ASSIGN  TO DATABASE-CUSTCRMF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTCRQPF      ASSIGN  TO DATABASE-CUSTCRQPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CRQID.

           SELECT CUSTCRQL1      ASSIGN  TO DATABASE-CUSTCRQL1
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

           SELECT CUSTCRMLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTCRMF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCRMF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCRMF.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTCRQPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCRQPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCRQPF.

       FD  CUSTCRQL1
           LABEL RECORDS ARE STANDARD.
       01  CUSTCRQL1-REC.
           COPY DDS-ALL-FORMATS OF CUSTCRQL1.

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

       FD  CUSTCRMLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTCRMLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-CUSTCRMF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTCRMF        VALUE B"0".
               88  EOF-CUSTCRMF            VALUE B"1".
           05  EOF-CUSTCRQL1-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTCRQL1       VALUE B"0".
               88  EOF-CUSTCRQL1           VALUE B"1".
           05  CUSTPF-FOUND-SW     PIC 1   VALUE B"0".
               88  CUSTPF-FOUND            VALUE B"1".
               88  CUSTPF-NOT-FOUND        VALUE B"0".
           05  CRM-VALID-SW        PIC 1   VALUE B"0".
               88  CRM-VALID               VALUE B"1".
               88  CRM-INVALID             VALUE B"0".
           05  CONFLICT-SW         PIC 1   VALUE B"0".
               88  CRM-CONFLICT            VALUE B"1".
               88  NO-CONFLICT             VALUE B"0".
           05  NAME-CHANGE-SW      PIC 1   VALUE B"0".
               88  NAME-CHANGE             VALUE B"1".
               88  NO-NAME-CHANGE          VALUE B"0".
           05  ADDR-CHANGE-SW      PIC 1   VALUE B"0".
               88  ADDR-CHANGE             VALUE B"1".
               88  NO-ADDR-CHANGE          VALUE B"0".

       01  FEED-COUNTERS.
           05  WS-READ-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-APPLIED-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-SAME-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-QUEUED-COUNT     PIC S9(7) VALUE ZEROES.
           05  WS-REJECT-COUNT     PIC S9(7) VALUE ZEROES.
           05  WS-SUPERSEDED-COUNT PIC S9(7) VALUE ZEROES.

       01  WS-RESULT               PIC X(30).
       01  WS-CRM-BASE             PIC X(21).

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
                   VALUE "CRM CHANGE FEED EXCEPTIONS".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "CUSTNO".
               10  FILLER           PIC X(12) VALUE "CRM USER".
               10  FILLER           PIC X(32) VALUE "CRM NAME".
               10  FILLER           PIC X(32) VALUE "CRM STREET".
               10  FILLER           PIC X(15) VALUE "CRM CHANGED".
               10  FILLER           PIC X(30) VALUE "RESULT".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-CRMUSER      PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-NAME         PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-STREET       PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-CRMTS        PIC X(14).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-RESULT       PIC X(30).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(06) VALUE "READ:".
               10  TTL-READ         PIC ZZZZZZ9.
               10  FILLER           PIC X(11) VALUE "  APPLIED:".
               10  TTL-APPLIED      PIC ZZZZZZ9.
               10  FILLER           PIC X(13) VALUE "  UNCHANGED:".
               10  TTL-SAME         PIC ZZZZZZ9.
               10  FILLER           PIC X(10) VALUE "  QUEUED:".
               10  TTL-QUEUED       PIC ZZZZZZ9.
               10  FILLER           PIC X(12) VALUE "  REJECTED:".
               10  TTL-REJECT       PIC ZZZZZZ9.
               10  FILLER           PIC X(14) VALUE "  SUPERSEDED:".
               10  TTL-SUPERSEDED   PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(8).
       01  LINK-RUN-ID              PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           OPEN INPUT  CUSTCRMF
                       CUSTCRQL1
                       CUSTPCHL1.
           OPEN I-O    CUSTPF
                       CUSTCRQPF
                       CUSTPCHPF.
           OPEN EXTEND CUSTOUTF.
           OPEN OUTPUT CUSTCRMLST.

           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE TO CUSTCRMLST-REC.
           WRITE CUSTCRMLST-REC.
           MOVE COL-LINE TO CUSTCRMLST-REC.
           WRITE CUSTCRMLST-REC.

           PERFORM UNTIL EOF-CUSTCRMF
              READ CUSTCRMF
                 AT END
                    SET EOF-CUSTCRMF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 1000-APPLY-CRM-CHANGE
              END-READ
           END-PERFORM.

           MOVE WS-READ-COUNT       TO TTL-READ.
           MOVE WS-APPLIED-COUNT    TO TTL-APPLIED.
           MOVE WS-SAME-COUNT       TO TTL-SAME.
           MOVE WS-QUEUED-COUNT     TO TTL-QUEUED.
           MOVE WS-REJECT-COUNT     TO TTL-REJECT.
           MOVE WS-SUPERSEDED-COUNT TO TTL-SUPERSEDED.
           MOVE TOTAL-LINE TO CUSTCRMLST-REC.
           WRITE CUSTCRMLST-REC.

           CLOSE CUSTCRMF
                 CUSTPF
                 CUSTCRQPF
                 CUSTCRQL1
                 CUSTPCHPF
                 CUSTPCHL1
                 CUSTOUTF
                 CUSTCRMLST.

           DISPLAY "CUSTCRMCBL: " WS-READ-COUNT " read, "
                   WS-APPLIED-COUNT " applied, "
                   WS-QUEUED-COUNT " queued, "
                   WS-REJECT-COUNT " rejected".

           GOBACK.

      *================================================================

       1000-APPLY-CRM-CHANGE.

           PERFORM 1100-VALIDATE-CRM-CHANGE.

           IF CRM-VALID
              PERFORM 1200-SUPERSEDE-WAITING
           END-IF.

           IF CRM-VALID AND CRM-CONFLICT
              PERFORM 2800-QUEUE-CONFLICT
           END-IF.

           IF CRM-VALID AND NO-CONFLICT
              IF ADDR-CHANGE
                 PERFORM 2000-APPLY-ADDRESS
              END-IF
              IF NAME-CHANGE
                 PERFORM 2500-FILE-NAME-CHANGE
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN CRM-INVALID
                 ADD 1 TO WS-REJECT-COUNT
                 PERFORM 3000-WRITE-DETAIL
              WHEN CRM-CONFLICT
                 ADD 1 TO WS-QUEUED-COUNT
                 PERFORM 3000-WRITE-DETAIL
              WHEN ADDR-CHANGE OR NAME-CHANGE
                 ADD 1 TO WS-APPLIED-COUNT
      *          Only the half that could not be filed is worth a
      *          line - see 2500.
                 IF WS-RESULT NOT = SPACES
                    PERFORM 3000-WRITE-DETAIL
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-SAME-COUNT
           END-EVALUATE.

      *================================================================
      *  A CRM value identical to what is already on file is simply
      *  not a change - the CRM resending a customer it merely
      *  looked at costs nothing and raises no conflict.
      *================================================================

       1100-VALIDATE-CRM-CHANGE.

           SET CRM-VALID      TO TRUE.
           SET NO-CONFLICT    TO TRUE.
           SET NO-NAME-CHANGE TO TRUE.
           SET NO-ADDR-CHANGE TO TRUE.
           MOVE SPACES TO WS-RESULT.

           MOVE CRMCUSTNO OF CUSTCRMF-REC TO CUSTNO OF CUSTPF-REC.
           SET CUSTPF-FOUND TO TRUE.
           READ CUSTPF
              INVALID KEY
                 SET CUSTPF-NOT-FOUND TO TRUE
           END-READ.

           EVALUATE TRUE
              WHEN CUSTPF-NOT-FOUND
                 SET CRM-INVALID TO TRUE
                 MOVE "REJECTED - CUSTOMER NOT FOUND" TO WS-RESULT
              WHEN CUSTSTAT OF CUSTPF-REC = "I"
                 SET CRM-INVALID TO TRUE
                 MOVE "REJECTED - CUSTOMER INACTIVE" TO WS-RESULT
              WHEN CRMNAME OF CUSTCRMF-REC = SPACES
               AND CRMADDR OF CUSTCRMF-REC = SPACES
                 SET CRM-INVALID TO TRUE
                 MOVE "REJECTED - NOTHING TO APPLY" TO WS-RESULT
              WHEN CRMADDR OF CUSTCRMF-REC NOT = SPACES
               AND (CRMSTREET OF CUSTCRMF-REC = SPACES
                 OR CRMCITY   OF CUSTCRMF-REC = SPACES)
                 SET CRM-INVALID TO TRUE
                 MOVE "REJECTED - STREET/CITY MISSING" TO WS-RESULT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF CRM-VALID
              IF  CRMNAME OF CUSTCRMF-REC NOT = SPACES
              AND CRMNAME OF CUSTCRMF-REC
                     NOT = CUSTNAME OF CUSTPF-REC
                 SET NAME-CHANGE TO TRUE
              END-IF
              IF  CRMADDR OF CUSTCRMF-REC NOT = SPACES
              AND CRMADDR OF CUSTCRMF-REC
                     NOT = CUSTADDR OF CUSTPF-REC
                 SET ADDR-CHANGE TO TRUE
              END-IF
           END-IF.

      *          Changed here since the CRM's version? The base stamp
      *          is exact when the CRM sends it; without one, the
      *          CRM's own change time is the best there is.
           IF CRM-VALID AND (NAME-CHANGE OR ADDR-CHANGE)
              IF CRMBASETS OF CUSTCRMF-REC NOT = SPACES
                 MOVE CRMBASETS OF CUSTCRMF-REC TO WS-CRM-BASE
              ELSE
                 MOVE CRMCHGTS  OF CUSTCRMF-REC TO WS-CRM-BASE
              END-IF
              IF CUSTCHGTS OF CUSTPF-REC > WS-CRM-BASE
                 SET CRM-CONFLICT TO TRUE
                 MOVE "QUEUED - CHANGED HERE SINCE" TO WS-RESULT
              END-IF
           END-IF.

      *          One approval per customer at a time, as on the
      *          screen - checked before anything is written.
           IF CRM-VALID AND NO-CONFLICT AND NAME-CHANGE
              MOVE CRMCUSTNO OF CUSTCRMF-REC
                 TO PCHCUSTNO OF CUSTPCHL1-REC
              READ CUSTPCHL1
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET CRM-INVALID TO TRUE
                    MOVE "REJECTED - APPROVAL PENDING" TO WS-RESULT
              END-READ
           END-IF.

      *================================================================
      *  Whatever of this customer is still waiting on the conflict
      *  queue is an older CRM version than tonight's row.
      *================================================================

       1200-SUPERSEDE-WAITING.

           SET NOT-EOF-CUSTCRQL1 TO TRUE.
           MOVE CRMCUSTNO OF CUSTCRMF-REC TO CRQCUSTNO OF CUSTCRQL1-REC.
           START CUSTCRQL1 KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY
              INVALID KEY
                 SET EOF-CUSTCRQL1 TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTCRQL1
              READ CUSTCRQL1 NEXT RECORD
                 AT END
                    SET EOF-CUSTCRQL1 TO TRUE
                 NOT AT END
                    IF CRQCUSTNO OF CUSTCRQL1-REC
                          NOT = CRMCUSTNO OF CUSTCRMF-REC
                       SET EOF-CUSTCRQL1 TO TRUE
                    ELSE
                       MOVE CRQID OF CUSTCRQL1-REC
                          TO CRQID OF CUSTCRQPF-REC
                       READ CUSTCRQPF
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             MOVE "S" TO CRQSTAT OF CUSTCRQPF-REC
                             MOVE FUNCTION CURRENT-DATE
                                TO CRQDONETS OF CUSTCRQPF-REC
                             REWRITE CUSTCRQPF-REC
                             ADD 1 TO WS-SUPERSEDED-COUNT
                       END-READ
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  CUSTCBL's change path, unattended - see 2250-WRITE-AUDITTRL
      *  and 2260-WRITE-CUSTOUTF there.
      *================================================================

       2000-APPLY-ADDRESS.

           MOVE SPACES                 TO AUDLOG-BEF-DATA.
           MOVE CUSTNAME OF CUSTPF-REC TO AUDLOG-BEF-DATA(1:30).
           MOVE CUSTADDR OF CUSTPF-REC TO AUDLOG-BEF-DATA(31:30).

           MOVE CRMADDR OF CUSTCRMF-REC TO CUSTADDR OF CUSTPF-REC.
           MOVE FUNCTION CURRENT-DATE TO CUSTCHGTS OF CUSTPF-REC.
           REWRITE CUSTPF-REC.

           MOVE "CUSTPF"               TO AUDLOG-FILE.
           MOVE SPACES                 TO AUDLOG-KEY.
           MOVE CUSTNO OF CUSTPF-REC   TO AUDLOG-KEY(1:6).
           MOVE CRMUSER OF CUSTCRMF-REC TO AUDLOG-KEY(11:10).
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
      *  PENDING-CHANGE files one, under the CRM user who made it.
      *  Status and reason are carried across unchanged. Without a
      *  PCHID number the name half is listed as not filed (the
      *  address half, if any, has landed).
      *================================================================

       2500-FILE-NAME-CHANGE.

           MOVE "PCHID"   TO NBRSVC-SERIES.
           CALL "CUSTNBRSVC" USING NBRSVC-PARM.
           IF NBRSVC-STAT NOT = "Y"
              MOVE "NAME NOT FILED - NO PCHID SERIES" TO WS-RESULT
              DISPLAY "CUSTCRMCBL: PCHID series missing - CRM rename "
                      "of " CRMCUSTNO OF CUSTCRMF-REC " not filed"
           ELSE
              INITIALIZE CUSTPCHPF-REC
              MOVE NBRSVC-NEXT       TO PCHID      OF CUSTPCHPF-REC
              MOVE CUSTNO OF CUSTPF-REC
                                     TO PCHCUSTNO  OF CUSTPCHPF-REC
              MOVE "C"               TO PCHTYPE    OF CUSTPCHPF-REC
              MOVE "P"               TO PCHSTAT    OF CUSTPCHPF-REC
              MOVE CRMUSER OF CUSTCRMF-REC
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
              MOVE CRMNAME OF CUSTCRMF-REC
                                     TO PCHNEWNAME OF CUSTPCHPF-REC
              WRITE CUSTPCHPF-REC
           END-IF.

      *================================================================
      *  The CRM's whole version is parked, with our CUSTCHGTS at the
      *  time, and the queueing is audited like any other file add -
      *  key the customer (1:6) and CRQID (8:6), the CRM name and
      *  street as the after image. Without a CRQID number the row
      *  cannot be parked and is rejected instead.
      *================================================================

       2800-QUEUE-CONFLICT.

           MOVE "CRQID"   TO NBRSVC-SERIES.
           CALL "CUSTNBRSVC" USING NBRSVC-PARM.
           IF NBRSVC-STAT NOT = "Y"
              SET CRM-INVALID TO TRUE
              SET NO-CONFLICT TO TRUE
              MOVE "REJECTED - NO CRQID SERIES" TO WS-RESULT
              DISPLAY "CUSTCRMCBL: CRQID series missing - conflict on "
                      CRMCUSTNO OF CUSTCRMF-REC " not queued"
           ELSE
              INITIALIZE CUSTCRQPF-REC
              MOVE NBRSVC-NEXT         TO CRQID      OF CUSTCRQPF-REC
              MOVE CRMCUSTNO OF CUSTCRMF-REC
                                       TO CRQCUSTNO  OF CUSTCRQPF-REC
              MOVE "P"                 TO CRQSTAT    OF CUSTCRQPF-REC
              MOVE CRMNAME   OF CUSTCRMF-REC
                                       TO CRQNEWNAME OF CUSTCRQPF-REC
              MOVE CRMADDR   OF CUSTCRMF-REC
                                       TO CRQNEWADDR OF CUSTCRQPF-REC
              MOVE CRMBASETS OF CUSTCRMF-REC
                                       TO CRQBASETS  OF CUSTCRQPF-REC
              MOVE CRMCHGTS  OF CUSTCRMF-REC
                                       TO CRQCRMTS   OF CUSTCRQPF-REC
              MOVE CRMUSER   OF CUSTCRMF-REC
                                       TO CRQCRMUSER OF CUSTCRQPF-REC
              MOVE CUSTCHGTS OF CUSTPF-REC
                                       TO CRQOURTS   OF CUSTCRQPF-REC
              MOVE FUNCTION CURRENT-DATE
                                       TO CRQRCVTS   OF CUSTCRQPF-REC
              MOVE SPACES              TO CRQDONEUSER OF CUSTCRQPF-REC
                                          CRQDONETS  OF CUSTCRQPF-REC
              WRITE CUSTCRQPF-REC

              MOVE "CUSTCRQPF"         TO AUDLOG-FILE
              MOVE SPACES              TO AUDLOG-KEY
              MOVE CRQCUSTNO OF CUSTCRQPF-REC TO AUDLOG-KEY(1:6)
              MOVE CRQID     OF CUSTCRQPF-REC TO AUDLOG-KEY(8:6)
              MOVE "ADD"               TO AUDLOG-MODE
              MOVE SPACES              TO AUDLOG-BEF-DATA
                                          AUDLOG-AFT-DATA
              MOVE CRQNEWNAME OF CUSTCRQPF-REC
                 TO AUDLOG-AFT-DATA(1:30)
              MOVE CRQNEWADDR OF CUSTCRQPF-REC
                 TO AUDLOG-AFT-DATA(31:30)
              CALL "AUDITLOG" USING AUDLOG-PARM
           END-IF.

      *================================================================

       3000-WRITE-DETAIL.

           MOVE CRMCUSTNO OF CUSTCRMF-REC       TO DTL-CUSTNO.
           MOVE CRMUSER   OF CUSTCRMF-REC       TO DTL-CRMUSER.
           MOVE CRMNAME   OF CUSTCRMF-REC       TO DTL-NAME.
           MOVE CRMSTREET OF CUSTCRMF-REC       TO DTL-STREET.
           MOVE CRMCHGTS  OF CUSTCRMF-REC(1:14) TO DTL-CRMTS.
           MOVE WS-RESULT                       TO DTL-RESULT.
           MOVE SPACES   TO CUSTCRMLST-REC.
           MOVE DTL-LINE TO CUSTCRMLST-REC.
           WRITE CUSTCRMLST-REC.
