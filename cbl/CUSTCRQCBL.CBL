       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTCRQCBL.

      *================================================================
      *  CRM conflict review subfile. A CRM change that CUSTCRMCBL
      *  found was made against an older version of the customer
      *  than ours waits on CUSTCRQPF; here our record is shown
      *  beside the CRM's and the reviewer takes a "1" (take the
      *  CRM version) or "4" (keep ours) against each.
      *
      *  Taking the CRM version goes the way CUSTCRMCBL applies an
      *  unconflicted row: a new address straight onto CUSTPF with
      *  the AUDITLOG "CHANGE" entry (the CRM user in AUDKEY(11:10),
      *  the reviewer as AUDUSER), the match key refreshed, the
      *  territory re-derived through CUSTTERSVC and a CUSTOUTF "C"
      *  notification; a new name is filed on CUSTPCHPF
      *  for the second pair of eyes under the CRM user. It is only
      *  taken while the customer still carries the CUSTCHGTS the
      *  conflict was queued against - a customer changed again in
      *  the meantime is marked stale ("X") with IN91 and the CRM
      *  has to send its change again; a rename for a customer with
      *  an approval already waiting is left on the queue with IN92.
      *
      *  Keeping ours changes nothing on CUSTPF but still writes a
      *  CUSTOUTF "C" notification, so the CRM is sent our version
      *  (and its stamp) on the next export instead of holding on to
      *  its own. Each decision is audited under CUSTCRQPF - the
      *  customer (1:6) and CRQID (8:6), our name/street before and
      *  the CRM's after. Reviewing is a named AUTHFNC function
      *  (CUSTCRMRES).
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

           SELECT CUSTCRQDSP     ASSIGN  TO WORKSTATION-CUSTCRQDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
                  RELATIVE KEY   IS         WS-RELKEY
                  CONTROL-AREA   IS         WS-CONTROL-AREA.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

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

       FD  CUSTCRQDSP
           LABEL RECORDS ARE STANDARD.
       01  CUSTCRQDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF CUSTCRQDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF CUSTCRQDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-CUSTCRQL1-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTCRQL1       VALUE B"0".
               88  EOF-CUSTCRQL1           VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".
           05  CRQ-FOUND-SW        PIC 1   VALUE B"0".
               88  CRQ-FOUND               VALUE B"1".
               88  CRQ-NOT-FOUND           VALUE B"0".
           05  CUSTPF-FOUND-SW     PIC 1   VALUE B"0".
               88  CUSTPF-FOUND            VALUE B"1".
               88  CUSTPF-NOT-FOUND        VALUE B"0".
           05  STILL-VALID-SW      PIC 1   VALUE B"0".
               88  STILL-VALID             VALUE B"1".
               88  NOW-STALE               VALUE B"0".
           05  NAME-CHANGE-SW      PIC 1   VALUE B"0".
               88  NAME-CHANGE             VALUE B"1".
               88  NO-NAME-CHANGE          VALUE B"0".
           05  ADDR-CHANGE-SW      PIC 1   VALUE B"0".
               88  ADDR-CHANGE             VALUE B"1".
               88  NO-ADDR-CHANGE          VALUE B"0".
           05  NAME-BLOCKED-SW     PIC 1   VALUE B"0".
               88  NAME-BLOCKED            VALUE B"1".
               88  NAME-NOT-BLOCKED        VALUE B"0".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F3-EXIT               VALUE "03".
               88  F5-REFRESH            VALUE "05".
               88  F12-CANCEL            VALUE "12".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF CUSTCRQDSP.

       01  CUSTPF-IMAGE.
           05  BEF-CUSTNAME        PIC X(30).
           05  BEF-CUSTADDR        PIC X(30).

       01  REVIEW-COUNTERS.
           05  WS-TAKEN-COUNT      PIC S9(7) VALUE ZEROES.
           05  WS-KEPT-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-STALE-COUNT      PIC S9(7) VALUE ZEROES.

       01  WS-PCHID                PIC 9(6)  VALUE ZEROES.

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

       01  AUTHCHK-PARM.
           05  AUTH-FUNC                   PIC X(10).
           05  AUTH-STAT                   PIC X(1).
           05  AUTH-USER                   PIC X(10).

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

       01  USGLOG-PARM.
           05  USGLOG-ACTION               PIC X(1).
           05  USGLOG-PGM                  PIC X(10).
           05  USGLOG-FUNC                 PIC X(10).
           05  USGLOG-STRTS                PIC X(21).
           05  USGLOG-ADDS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-CHGS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-DLTS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-INQS                 PIC 9(5)  VALUE ZEROES.

      *================================================================

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.

           PERFORM 9000-SET-UP.

           PERFORM 1000-PROCESS
              UNTIL END-PROGRAM.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       1000-PROCESS.

           WRITE CUSTCRQDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ CUSTCRQDSP    INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
              WHEN F12-CANCEL
                 SET END-PROGRAM TO TRUE

              WHEN F5-REFRESH
                 MOVE B"0" TO IN91 IN92
                 PERFORM 1100-LOAD-SFL

              WHEN F0-ENTER
                 MOVE B"0" TO IN91 IN92
                 PERFORM 2000-PROCESS-OPTIONS
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE CUSTCRQDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-CUSTCRQL1 TO TRUE.
           MOVE ZEROES TO WS-RELKEY.

           MOVE ZEROES TO CRQCUSTNO OF CUSTCRQL1-REC.
           START CUSTCRQL1 KEY IS NOT LESS THAN CRQCUSTNO
                 OF CUSTCRQL1-REC
              INVALID KEY
                 SET EOF-CUSTCRQL1 TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTCRQL1 OR WS-RELKEY = 999
              READ CUSTCRQL1 NEXT RECORD
                 AT END
                    SET EOF-CUSTCRQL1 TO TRUE
                 NOT AT END
                    PERFORM 1200-MOVE-DATA
                    ADD 1 TO WS-RELKEY
                    WRITE SUBFILE CUSTCRQDSP-REC FROM SFLREC1-O
                       FORMAT IS "SFLREC1"
                       INDICATORS ARE INDICATOR-AREA
                    MOVE B"1" TO IN80
              END-READ
           END-PERFORM.

           MOVE WS-RELKEY TO CRQ-COUNT OF SFLCTL1-O.

      *================================================================
      *  Our side is shown as it stands now, not as it was when the
      *  conflict was queued - that is what taking the CRM version
      *  would overwrite. A blank CRM name or address means the CRM
      *  left that half alone, so ours is shown in its place.
      *================================================================

       1200-MOVE-DATA.

           INITIALIZE SFLREC1 OF SFLREC1-O.

           MOVE CRQID      OF CUSTCRQL1-REC TO SFL-CRQID  OF SFLREC1-O.
           MOVE CRQCUSTNO  OF CUSTCRQL1-REC TO SFL-CUSTNO OF SFLREC1-O.
           MOVE CRQCRMUSER OF CUSTCRQL1-REC
              TO SFL-CRM-USER OF SFLREC1-O.
           MOVE CRQCRMTS   OF CUSTCRQL1-REC(1:14)
              TO SFL-CRM-TS   OF SFLREC1-O.

           MOVE CRQCUSTNO OF CUSTCRQL1-REC TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 MOVE "*** NOT ON FILE ***"
                    TO SFL-OUR-NAME OF SFLREC1-O
              NOT INVALID KEY
                 MOVE CUSTNAME   OF CUSTPF-REC
                    TO SFL-OUR-NAME   OF SFLREC1-O
                       SFL-CRM-NAME   OF SFLREC1-O
                 MOVE CUSTSTREET OF CUSTPF-REC
                    TO SFL-OUR-STREET OF SFLREC1-O
                       SFL-CRM-STREET OF SFLREC1-O
                 MOVE CUSTCITY   OF CUSTPF-REC
                    TO SFL-OUR-CITY   OF SFLREC1-O
                       SFL-CRM-CITY   OF SFLREC1-O
           END-READ.

           IF CRQNEWNAME OF CUSTCRQL1-REC NOT = SPACES
              MOVE CRQNEWNAME OF CUSTCRQL1-REC
                 TO SFL-CRM-NAME OF SFLREC1-O
           END-IF.
           IF CRQNEWADDR OF CUSTCRQL1-REC NOT = SPACES
              MOVE CRQSTREET OF CUSTCRQL1-REC
                 TO SFL-CRM-STREET OF SFLREC1-O
              MOVE CRQCITY   OF CUSTCRQL1-REC
                 TO SFL-CRM-CITY   OF SFLREC1-O
           END-IF.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE CUSTCRQDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    IF SFL-OPT OF SFLREC1-O = "1"
                    OR SFL-OPT OF SFLREC1-O = "4"
                       PERFORM 2100-READ-CONFLICT
                       IF CRQ-FOUND
                          IF SFL-OPT OF SFLREC1-O = "1"
                             PERFORM 2200-TAKE-CRM
                          ELSE
                             PERFORM 2800-KEEP-OURS
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  A row already decided by another reviewer, or superseded by
      *  tonight's feed, since the subfile was loaded is skipped -
      *  the reload after ENTER drops it from the list.
      *================================================================

       2100-READ-CONFLICT.

           MOVE SFL-CRQID OF SFLREC1-O TO CRQID OF CUSTCRQPF-REC.
           SET CRQ-FOUND TO TRUE.
           READ CUSTCRQPF
              INVALID KEY
                 SET CRQ-NOT-FOUND TO TRUE
           END-READ.

           IF CRQ-FOUND
              IF CRQSTAT OF CUSTCRQPF-REC NOT = "P"
                 SET CRQ-NOT-FOUND TO TRUE
              END-IF
           END-IF.

           IF CRQ-FOUND
              MOVE CRQCUSTNO OF CUSTCRQPF-REC TO CUSTNO OF CUSTPF-REC
              SET CUSTPF-FOUND TO TRUE
              READ CUSTPF
                 INVALID KEY
                    SET CUSTPF-NOT-FOUND TO TRUE
              END-READ
           END-IF.

      *================================================================

       2200-TAKE-CRM.

           SET STILL-VALID    TO TRUE.
           SET NO-NAME-CHANGE TO TRUE.
           SET NO-ADDR-CHANGE TO TRUE.

           IF CUSTPF-NOT-FOUND
              SET NOW-STALE TO TRUE
           ELSE
              IF CUSTCHGTS OF CUSTPF-REC NOT = CRQOURTS OF CUSTCRQPF-REC
              OR CUSTSTAT  OF CUSTPF-REC = "I"
                 SET NOW-STALE TO TRUE
              END-IF
           END-IF.

           IF NOW-STALE
              PERFORM 2900-MARK-STALE
           ELSE
              IF  CRQNEWNAME OF CUSTCRQPF-REC NOT = SPACES
              AND CRQNEWNAME OF CUSTCRQPF-REC
                     NOT = CUSTNAME OF CUSTPF-REC
                 SET NAME-CHANGE TO TRUE
              END-IF
              IF  CRQNEWADDR OF CUSTCRQPF-REC NOT = SPACES
              AND CRQNEWADDR OF CUSTCRQPF-REC
                     NOT = CUSTADDR OF CUSTPF-REC
                 SET ADDR-CHANGE TO TRUE
              END-IF
              PERFORM 2300-TAKE-CHANGES
           END-IF.

      *================================================================
      *  Everything that can refuse the rename - an approval already
      *  waiting, no PCHID number - is settled before CUSTPF is
      *  touched, so a row left on the queue has changed nothing.
      *================================================================

       2300-TAKE-CHANGES.

           MOVE ZEROES TO WS-PCHID.
           SET NAME-NOT-BLOCKED TO TRUE.

           IF NAME-CHANGE
              MOVE CRQCUSTNO OF CUSTCRQPF-REC
                 TO PCHCUSTNO OF CUSTPCHL1-REC
              READ CUSTPCHL1
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET NAME-BLOCKED TO TRUE
              END-READ
           END-IF.

           IF NAME-CHANGE AND NAME-NOT-BLOCKED
              MOVE "PCHID"   TO NBRSVC-SERIES
              CALL "CUSTNBRSVC" USING NBRSVC-PARM
              IF NBRSVC-STAT = "Y"
                 MOVE NBRSVC-NEXT TO WS-PCHID
              ELSE
                 SET NAME-BLOCKED TO TRUE
                 DISPLAY "CUSTCRQCBL: PCHID series missing - conflict "
                         CRQID OF CUSTCRQPF-REC " left waiting"
              END-IF
           END-IF.

           IF NAME-CHANGE AND NAME-BLOCKED
              MOVE B"1" TO IN92
           ELSE
              MOVE CUSTNAME OF CUSTPF-REC TO BEF-CUSTNAME
              MOVE CUSTADDR OF CUSTPF-REC TO BEF-CUSTADDR
              IF ADDR-CHANGE
                 PERFORM 2400-APPLY-ADDRESS
              END-IF
              IF NAME-CHANGE
                 PERFORM 2500-FILE-NAME-CHANGE
              END-IF
              MOVE "A"       TO CRQSTAT OF CUSTCRQPF-REC
              MOVE "APPROVE" TO AUDLOG-MODE
              PERFORM 2700-MARK-DECIDED
              ADD 1 TO WS-TAKEN-COUNT
              COMMIT
           END-IF.

      *================================================================

       2400-APPLY-ADDRESS.

           MOVE CRQNEWADDR OF CUSTCRQPF-REC TO CUSTADDR OF CUSTPF-REC.
           MOVE FUNCTION CURRENT-DATE TO CUSTCHGTS OF CUSTPF-REC.
           REWRITE CUSTPF-REC.

           MOVE "CUSTPF"                    TO AUDLOG-FILE.
           MOVE SPACES                      TO AUDLOG-KEY.
           MOVE CUSTNO OF CUSTPF-REC        TO AUDLOG-KEY(1:6).
           MOVE CRQCRMUSER OF CUSTCRQPF-REC TO AUDLOG-KEY(11:10).
           MOVE "CHANGE"                    TO AUDLOG-MODE.
           MOVE SPACES                      TO AUDLOG-BEF-DATA.
           MOVE BEF-CUSTNAME                TO AUDLOG-BEF-DATA(1:30).
           MOVE BEF-CUSTADDR                TO AUDLOG-BEF-DATA(31:30).
           MOVE SPACES                      TO AUDLOG-AFT-DATA.
           MOVE CUSTNAME OF CUSTPF-REC      TO AUDLOG-AFT-DATA(1:30).
           MOVE CUSTADDR OF CUSTPF-REC      TO AUDLOG-AFT-DATA(31:30).
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

           PERFORM 4000-WRITE-CUSTOUTF.

      *================================================================

       2500-FILE-NAME-CHANGE.

           INITIALIZE CUSTPCHPF-REC.
           MOVE WS-PCHID                 TO PCHID      OF CUSTPCHPF-REC.
           MOVE CUSTNO OF CUSTPF-REC     TO PCHCUSTNO  OF CUSTPCHPF-REC.
           MOVE "C"                      TO PCHTYPE    OF CUSTPCHPF-REC.
           MOVE "P"                      TO PCHSTAT    OF CUSTPCHPF-REC.
           MOVE CRQCRMUSER OF CUSTCRQPF-REC
                                         TO PCHREQUSER OF CUSTPCHPF-REC.
           MOVE FUNCTION CURRENT-DATE    TO PCHREQTS   OF CUSTPCHPF-REC.
           MOVE CUSTNAME  OF CUSTPF-REC  TO PCHOLDNAME OF CUSTPCHPF-REC.
           MOVE CUSTSTAT  OF CUSTPF-REC  TO PCHOLDSTAT OF CUSTPCHPF-REC
                                            PCHNEWSTAT OF CUSTPCHPF-REC.
           MOVE CUSTSTRSN OF CUSTPF-REC  TO PCHOLDRSN  OF CUSTPCHPF-REC
                                            PCHNEWRSN  OF CUSTPCHPF-REC.
           MOVE CRQNEWNAME OF CUSTCRQPF-REC
                                         TO PCHNEWNAME OF CUSTPCHPF-REC.
           WRITE CUSTPCHPF-REC.

      *================================================================
      *  CRQSTAT and AUDLOG-MODE are set by the caller.
      *================================================================

       2700-MARK-DECIDED.

           MOVE AUTH-USER             TO CRQDONEUSER OF CUSTCRQPF-REC.
           MOVE FUNCTION CURRENT-DATE TO CRQDONETS   OF CUSTCRQPF-REC.
           REWRITE CUSTCRQPF-REC.
           ADD 1 TO USGLOG-CHGS.

           MOVE "CUSTCRQPF"                 TO AUDLOG-FILE.
           MOVE SPACES                      TO AUDLOG-KEY.
           MOVE CRQCUSTNO  OF CUSTCRQPF-REC TO AUDLOG-KEY(1:6).
           MOVE CRQID      OF CUSTCRQPF-REC TO AUDLOG-KEY(8:6).
           MOVE SPACES                      TO AUDLOG-BEF-DATA.
           IF CUSTPF-FOUND
              MOVE BEF-CUSTNAME             TO AUDLOG-BEF-DATA(1:30)
              MOVE BEF-CUSTADDR             TO AUDLOG-BEF-DATA(31:30)
           END-IF.
           MOVE SPACES                      TO AUDLOG-AFT-DATA.
           MOVE CRQNEWNAME OF CUSTCRQPF-REC TO AUDLOG-AFT-DATA(1:30).
           MOVE CRQNEWADDR OF CUSTCRQPF-REC TO AUDLOG-AFT-DATA(31:30).
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  Our version stands; the notification sends it - and its
      *  CUSTCHGTS - back to the CRM on the next export.
      *================================================================

       2800-KEEP-OURS.

           IF CUSTPF-FOUND
              MOVE CUSTNAME OF CUSTPF-REC TO BEF-CUSTNAME
              MOVE CUSTADDR OF CUSTPF-REC TO BEF-CUSTADDR
              PERFORM 4000-WRITE-CUSTOUTF
           END-IF.

           MOVE "K"      TO CRQSTAT OF CUSTCRQPF-REC.
           MOVE "REJECT" TO AUDLOG-MODE.
           PERFORM 2700-MARK-DECIDED.

           ADD 1 TO WS-KEPT-COUNT.
           COMMIT.

      *================================================================

       2900-MARK-STALE.

           MOVE "X"                   TO CRQSTAT     OF CUSTCRQPF-REC.
           MOVE AUTH-USER             TO CRQDONEUSER OF CUSTCRQPF-REC.
           MOVE FUNCTION CURRENT-DATE TO CRQDONETS   OF CUSTCRQPF-REC.
           REWRITE CUSTCRQPF-REC.
           ADD 1 TO USGLOG-CHGS.

           MOVE B"1" TO IN91.
           ADD 1 TO WS-STALE-COUNT.
           COMMIT.

      *================================================================

       4000-WRITE-CUSTOUTF.

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

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CUSTCRQCBL" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O    CUSTPF
                       CUSTCRQPF
                       CUSTPCHPF
                       CUSTCRQDSP.
           OPEN INPUT  CUSTCRQL1
                       CUSTPCHL1.
           OPEN EXTEND CUSTOUTF.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

           MOVE "CUSTCRMRES" TO AUTH-FUNC.
           CALL "AUTHCHKSVC" USING AUTHCHK-PARM.
           IF AUTH-STAT NOT = "Y"
              DISPLAY "CUSTCRQCBL: user " AUTH-USER
                      " not authorized to resolve CRM conflicts"
              SET END-PROGRAM TO TRUE
           ELSE
              MOVE AUTH-USER TO CRQ-USER OF SFLCTL1-O
              PERFORM 1100-LOAD-SFL
           END-IF.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE CUSTPF
                 CUSTCRQPF
                 CUSTCRQL1
                 CUSTPCHPF
                 CUSTPCHL1
                 CUSTOUTF
                 CUSTCRQDSP.

           DISPLAY "CUSTCRQCBL: " WS-TAKEN-COUNT " taken, "
                   WS-KEPT-COUNT " kept, "
                   WS-STALE-COUNT " stale".
