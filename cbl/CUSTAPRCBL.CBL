       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTAPRCBL.

      *================================================================
      *  Pending-change approval subfile - the second pair of eyes
      *  on sensitive customer changes. A rename or status/reason
      *  change keyed in CUSTCBL, and a merge keyed in CUSTMRGCBL,
      *  wait on CUSTPCHPF until a different user takes a "1"
      *  (approve) or "4" (reject) against them here. Only the
      *  approval applies the change: CUSTPF is rewritten, the
      *  AUDITTRL entries carry the approver as AUDUSER and the
      *  requester in AUDKEY(11:10), and the CUSTOUTF notification
      *  ("C" change, "M" merge) goes to the nightly export.
      *
      *  Nobody approves their own change (IN90). A customer who has
      *  moved on since the request was keyed - the name/status on
      *  file no longer what the requester saw, or a merge that no
      *  longer passes CUSTMRGCBL's checks - is not approved against
      *  the new state: the row is marked stale ("X") with IN91 and
      *  the change has to be keyed again. Approving is a named
      *  AUTHFNC function (CUSTAPPR).
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

           SELECT CUSTPCHPF      ASSIGN  TO DATABASE-CUSTPCHPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         PCHID.

           SELECT CUSTPCHL1      ASSIGN  TO DATABASE-CUSTPCHL1
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTBALPF      ASSIGN  TO DATABASE-CUSTBALPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         BALCUSTNO.

           SELECT CUSTOUTF       ASSIGN  TO DATABASE-CUSTOUTF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTAPRDSP     ASSIGN  TO WORKSTATION-CUSTAPRDSP-SI
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

       FD  CUSTPCHPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPCHPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPCHPF.

       FD  CUSTPCHL1
           LABEL RECORDS ARE STANDARD.
       01  CUSTPCHL1-REC.
           COPY DDS-ALL-FORMATS OF CUSTPCHL1.

       FD  CUSTBALPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTBALPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALPF.

       FD  CUSTOUTF
           LABEL RECORDS ARE STANDARD.
       01  CUSTOUTF-REC.
           COPY DDS-ALL-FORMATS OF CUSTOUTF.

       FD  CUSTAPRDSP
           LABEL RECORDS ARE STANDARD.
       01  CUSTAPRDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF CUSTAPRDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF CUSTAPRDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-CUSTPCHL1-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTPCHL1       VALUE B"0".
               88  EOF-CUSTPCHL1           VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".
           05  PCH-FOUND-SW        PIC 1   VALUE B"0".
               88  PCH-FOUND               VALUE B"1".
               88  PCH-NOT-FOUND           VALUE B"0".
           05  CUSTPF-FOUND-SW     PIC 1   VALUE B"0".
               88  CUSTPF-FOUND            VALUE B"1".
               88  CUSTPF-NOT-FOUND        VALUE B"0".
           05  STILL-VALID-SW      PIC 1   VALUE B"0".
               88  STILL-VALID             VALUE B"1".
               88  NOW-STALE               VALUE B"0".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F3-EXIT               VALUE "03".
               88  F5-REFRESH            VALUE "05".
               88  F12-CANCEL            VALUE "12".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF CUSTAPRDSP.

      *          Before images for the CUSTPF audit entries - name
      *          and address, the layout CUSTCBL writes, so the
      *          point-in-time inquiry replays an approved change
      *          like any other.

       01  CUSTPF-IMAGE.
           05  BEF-CUSTNAME        PIC X(30).
           05  BEF-CUSTADDR        PIC X(30).
           05  SRV-CUSTNAME        PIC X(30).
           05  SRV-CUSTADDR        PIC X(30).

       01  APPROVAL-COUNTERS.
           05  WS-APPROVED-COUNT   PIC S9(7) VALUE ZEROES.
           05  WS-REJECTED-COUNT   PIC S9(7) VALUE ZEROES.
           05  WS-STALE-COUNT      PIC S9(7) VALUE ZEROES.

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

       01  RELSVC-PARM.
           05  RELSVC-CUSTNO               PIC 9(6).
           05  RELSVC-KIDS                 PIC S9(5).
           05  RELSVC-STAT                 PIC X(1).

       01  MKSVC-PARM.
           05  MKSVC-CUSTNO                PIC 9(6).
           05  MKSVC-NAME                  PIC X(30).
           05  MKSVC-STREET                PIC X(30).
           05  MKSVC-KEY                   PIC X(20).

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

           WRITE CUSTAPRDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ CUSTAPRDSP    INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
              WHEN F12-CANCEL
                 SET END-PROGRAM TO TRUE

              WHEN F5-REFRESH
                 MOVE B"0" TO IN90 IN91
                 PERFORM 1100-LOAD-SFL

              WHEN F0-ENTER
                 MOVE B"0" TO IN90 IN91
                 PERFORM 2000-PROCESS-OPTIONS
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE CUSTAPRDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-CUSTPCHL1 TO TRUE.
           MOVE ZEROES TO WS-RELKEY.

           MOVE ZEROES TO PCHCUSTNO OF CUSTPCHL1-REC.
           START CUSTPCHL1 KEY IS NOT LESS THAN PCHCUSTNO
                 OF CUSTPCHL1-REC
              INVALID KEY
                 SET EOF-CUSTPCHL1 TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTPCHL1 OR WS-RELKEY = 999
              READ CUSTPCHL1 NEXT RECORD
                 AT END
                    SET EOF-CUSTPCHL1 TO TRUE
                 NOT AT END
                    PERFORM 1200-MOVE-DATA
                    ADD 1 TO WS-RELKEY
                    WRITE SUBFILE CUSTAPRDSP-REC FROM SFLREC1-O
                       FORMAT IS "SFLREC1"
                       INDICATORS ARE INDICATOR-AREA
                    MOVE B"1" TO IN80
              END-READ
           END-PERFORM.

           MOVE WS-RELKEY TO APR-COUNT OF SFLCTL1-O.

      *================================================================

       1200-MOVE-DATA.

           INITIALIZE SFLREC1 OF SFLREC1-O.

           MOVE PCHID      OF CUSTPCHL1-REC TO SFL-PCHID   OF SFLREC1-O.
           MOVE PCHCUSTNO  OF CUSTPCHL1-REC TO SFL-CUSTNO  OF SFLREC1-O.
           MOVE PCHTYPE    OF CUSTPCHL1-REC TO SFL-TYPE    OF SFLREC1-O.
           MOVE PCHREQUSER OF CUSTPCHL1-REC TO SFL-REQUSER OF SFLREC1-O.
           MOVE PCHOLDNAME OF CUSTPCHL1-REC TO SFL-OLDVAL  OF SFLREC1-O.
           MOVE PCHOLDSTAT OF CUSTPCHL1-REC
              TO SFL-OLDSTAT OF SFLREC1-O(1:1).
           MOVE PCHOLDRSN  OF CUSTPCHL1-REC
              TO SFL-OLDSTAT OF SFLREC1-O(2:3).
           MOVE PCHNEWSTAT OF CUSTPCHL1-REC
              TO SFL-NEWSTAT OF SFLREC1-O(1:1).
           MOVE PCHNEWRSN  OF CUSTPCHL1-REC
              TO SFL-NEWSTAT OF SFLREC1-O(2:3).

           IF PCHTYPE OF CUSTPCHL1-REC = "M"
              STRING "INTO " DELIMITED BY SIZE
                     PCHMRGTO   OF CUSTPCHL1-REC DELIMITED BY SIZE
                     " "        DELIMITED BY SIZE
                     PCHNEWNAME OF CUSTPCHL1-REC DELIMITED BY SIZE
                 INTO SFL-NEWVAL OF SFLREC1-O
              END-STRING
           ELSE
              MOVE PCHNEWNAME OF CUSTPCHL1-REC
                 TO SFL-NEWVAL OF SFLREC1-O
           END-IF.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE CUSTAPRDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    IF SFL-OPT OF SFLREC1-O = "1"
                    OR SFL-OPT OF SFLREC1-O = "4"
                       PERFORM 2100-READ-PENDING
                       IF PCH-FOUND
                          IF SFL-OPT OF SFLREC1-O = "1"
                             PERFORM 2200-APPROVE
                          ELSE
                             PERFORM 2800-REJECT
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  A row another approver has already decided since the
      *  subfile was loaded is simply skipped - the reload after
      *  ENTER drops it from the list. A row the approver keyed
      *  themselves is refused either way with IN90.
      *================================================================

       2100-READ-PENDING.

           MOVE SFL-PCHID OF SFLREC1-O TO PCHID OF CUSTPCHPF-REC.
           SET PCH-FOUND TO TRUE.
           READ CUSTPCHPF
              INVALID KEY
                 SET PCH-NOT-FOUND TO TRUE
           END-READ.

           IF PCH-FOUND
              IF PCHSTAT OF CUSTPCHPF-REC NOT = "P"
                 SET PCH-NOT-FOUND TO TRUE
              ELSE
                 IF PCHREQUSER OF CUSTPCHPF-REC = AUTH-USER
                    SET PCH-NOT-FOUND TO TRUE
                    MOVE B"1" TO IN90
                 END-IF
              END-IF
           END-IF.

      *================================================================

       2200-APPROVE.

           IF PCHTYPE OF CUSTPCHPF-REC = "M"
              PERFORM 3000-APPLY-MERGE
           ELSE
              PERFORM 2300-APPLY-CHANGE
           END-IF.

      *================================================================
      *  Name/status change - applied only if CUSTPF still carries
      *  the values the requester saw. Everything else on the record
      *  (address, timestamps) is left as it now stands.
      *================================================================

       2300-APPLY-CHANGE.

           MOVE PCHCUSTNO OF CUSTPCHPF-REC TO CUSTNO OF CUSTPF-REC.
           SET STILL-VALID TO TRUE.
           READ CUSTPF
              INVALID KEY
                 SET NOW-STALE TO TRUE
           END-READ.

           IF STILL-VALID
              IF CUSTNAME  OF CUSTPF-REC NOT = PCHOLDNAME OF
                                                CUSTPCHPF-REC
              OR CUSTSTAT  OF CUSTPF-REC NOT = PCHOLDSTAT OF
                                                CUSTPCHPF-REC
              OR CUSTSTRSN OF CUSTPF-REC NOT = PCHOLDRSN  OF
                                                CUSTPCHPF-REC
                 SET NOW-STALE TO TRUE
              END-IF
           END-IF.

           IF NOW-STALE
              PERFORM 2900-MARK-STALE
           ELSE
              MOVE CUSTNAME OF CUSTPF-REC TO BEF-CUSTNAME
              MOVE CUSTADDR OF CUSTPF-REC TO BEF-CUSTADDR
              MOVE PCHNEWNAME OF CUSTPCHPF-REC
                                         TO CUSTNAME  OF CUSTPF-REC
              MOVE PCHNEWSTAT OF CUSTPCHPF-REC
                                         TO CUSTSTAT  OF CUSTPF-REC
              MOVE PCHNEWRSN  OF CUSTPCHPF-REC
                                         TO CUSTSTRSN OF CUSTPF-REC
              MOVE FUNCTION CURRENT-DATE TO CUSTCHGTS OF CUSTPF-REC
              REWRITE CUSTPF-REC

              MOVE "CUSTPF"              TO AUDLOG-FILE
              MOVE SPACES                TO AUDLOG-KEY
              MOVE PCHCUSTNO  OF CUSTPCHPF-REC TO AUDLOG-KEY(1:6)
              MOVE PCHREQUSER OF CUSTPCHPF-REC TO AUDLOG-KEY(11:10)
              MOVE "CHANGE"              TO AUDLOG-MODE
              MOVE SPACES                TO AUDLOG-BEF-DATA
              MOVE BEF-CUSTNAME          TO AUDLOG-BEF-DATA(1:30)
              MOVE BEF-CUSTADDR          TO AUDLOG-BEF-DATA(31:30)
              MOVE SPACES                TO AUDLOG-AFT-DATA
              MOVE CUSTNAME OF CUSTPF-REC TO AUDLOG-AFT-DATA(1:30)
              MOVE CUSTADDR OF CUSTPF-REC TO AUDLOG-AFT-DATA(31:30)
              CALL "AUDITLOG" USING AUDLOG-PARM

      *          Keep the phonetic match key current with the new
      *          name, as CUSTCBL does on its own changes.
              IF CUSTNAME OF CUSTPF-REC NOT = BEF-CUSTNAME
                 MOVE CUSTNO     OF CUSTPF-REC TO MKSVC-CUSTNO
                 MOVE CUSTNAME   OF CUSTPF-REC TO MKSVC-NAME
                 MOVE CUSTSTREET OF CUSTPF-REC TO MKSVC-STREET
                 CALL "CUSTMKSVC" USING MKSVC-PARM
              END-IF

              MOVE "C"    TO NOTTYPE  OF CUSTOUTF-REC
              MOVE ZEROES TO NOTMRGTO OF CUSTOUTF-REC
              PERFORM 4000-WRITE-CUSTOUTF

              PERFORM 2700-MARK-APPROVED
              COMMIT
           END-IF.

      *================================================================
      *  The decision itself goes on AUDITTRL under CUSTPCHPF: the
      *  customer in AUDKEY(1:6), the requester in AUDKEY(11:10),
      *  the approver as AUDUSER, and name/status/reason before and
      *  after - the CUSTPF entry above only carries name and
      *  address, so a status change shows up here.
      *================================================================

       2700-MARK-APPROVED.

           MOVE "A"                   TO PCHSTAT    OF CUSTPCHPF-REC.
           MOVE AUTH-USER             TO PCHAPPUSER OF CUSTPCHPF-REC.
           MOVE FUNCTION CURRENT-DATE TO PCHAPPTS   OF CUSTPCHPF-REC.
           REWRITE CUSTPCHPF-REC.
           ADD 1 TO USGLOG-CHGS.

           MOVE "APPROVE" TO AUDLOG-MODE.
           PERFORM 2750-AUDIT-DECISION.

           ADD 1 TO WS-APPROVED-COUNT.

      *================================================================

       2750-AUDIT-DECISION.

           MOVE "CUSTPCHPF"                 TO AUDLOG-FILE.
           MOVE SPACES                      TO AUDLOG-KEY.
           MOVE PCHCUSTNO  OF CUSTPCHPF-REC TO AUDLOG-KEY(1:6).
           MOVE PCHREQUSER OF CUSTPCHPF-REC TO AUDLOG-KEY(11:10).
           MOVE SPACES                      TO AUDLOG-BEF-DATA.
           MOVE PCHOLDNAME OF CUSTPCHPF-REC TO AUDLOG-BEF-DATA(1:30).
           MOVE PCHOLDSTAT OF CUSTPCHPF-REC TO AUDLOG-BEF-DATA(31:1).
           MOVE PCHOLDRSN  OF CUSTPCHPF-REC TO AUDLOG-BEF-DATA(32:3).
           MOVE PCHID      OF CUSTPCHPF-REC TO AUDLOG-BEF-DATA(36:6).
           MOVE SPACES                      TO AUDLOG-AFT-DATA.
           MOVE PCHNEWNAME OF CUSTPCHPF-REC TO AUDLOG-AFT-DATA(1:30).
           MOVE PCHNEWSTAT OF CUSTPCHPF-REC TO AUDLOG-AFT-DATA(31:1).
           MOVE PCHNEWRSN  OF CUSTPCHPF-REC TO AUDLOG-AFT-DATA(32:3).
           IF PCHTYPE OF CUSTPCHPF-REC = "M"
              MOVE PCHMRGTO OF CUSTPCHPF-REC TO AUDLOG-AFT-DATA(36:6)
           END-IF.
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================

       2800-REJECT.

           MOVE "R"                   TO PCHSTAT    OF CUSTPCHPF-REC.
           MOVE AUTH-USER             TO PCHAPPUSER OF CUSTPCHPF-REC.
           MOVE FUNCTION CURRENT-DATE TO PCHAPPTS   OF CUSTPCHPF-REC.
           REWRITE CUSTPCHPF-REC.
           ADD 1 TO USGLOG-CHGS.

           MOVE "REJECT" TO AUDLOG-MODE.
           PERFORM 2750-AUDIT-DECISION.

           ADD 1 TO WS-REJECTED-COUNT.
           COMMIT.

      *================================================================

       2900-MARK-STALE.

           MOVE "X"                   TO PCHSTAT    OF CUSTPCHPF-REC.
           MOVE AUTH-USER             TO PCHAPPUSER OF CUSTPCHPF-REC.
           MOVE FUNCTION CURRENT-DATE TO PCHAPPTS   OF CUSTPCHPF-REC.
           REWRITE CUSTPCHPF-REC.
           ADD 1 TO USGLOG-CHGS.

           MOVE B"1" TO IN91.
           ADD 1 TO WS-STALE-COUNT.
           COMMIT.

      *================================================================
      *  Merge - CUSTMRGCBL's checks are run again against the file
      *  as it stands now (both sides active, the victim's name and
      *  status as filed, no billing balance, no live children),
      *  survivor first, so CUSTPF-REC is left positioned on the
      *  victim, which is the record that changes: inactive, cross-
      *  referenced to the survivor, stamped. The survivor is only
      *  re-stamped so its CUSTCHGTS shows the merge touched it.
      *
      *  The whole merge - victim rewrite, both audit entries, the
      *  survivor stamp, the CUSTOUTF notification and the approval
      *  itself - is one commitment-control unit: COMMIT only lands
      *  once everything is written, so a job cancel or system end
      *  mid-stream takes the half-done pieces back with it instead
      *  of leaving a victim pointing at a survivor that was never
      *  stamped. The survivor vanishing between the check and the
      *  update rolls the unit back and marks the row stale.
      *================================================================

       3000-APPLY-MERGE.

           SET STILL-VALID TO TRUE.

           MOVE PCHMRGTO OF CUSTPCHPF-REC TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 SET NOW-STALE TO TRUE
           END-READ.
           IF STILL-VALID
              IF CUSTSTAT OF CUSTPF-REC NOT = "A"
                 SET NOW-STALE TO TRUE
              ELSE
                 MOVE CUSTNAME OF CUSTPF-REC TO SRV-CUSTNAME
                 MOVE CUSTADDR OF CUSTPF-REC TO SRV-CUSTADDR
              END-IF
           END-IF.

           IF STILL-VALID
              MOVE PCHCUSTNO OF CUSTPCHPF-REC
                 TO BALCUSTNO OF CUSTBALPF-REC
              READ CUSTBALPF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF BALAMT OF CUSTBALPF-REC NOT = ZEROES
                       SET NOW-STALE TO TRUE
                    END-IF
              END-READ
           END-IF.

           IF STILL-VALID
              MOVE PCHCUSTNO OF CUSTPCHPF-REC TO RELSVC-CUSTNO
              CALL "CUSTRELSVC" USING RELSVC-PARM
              IF RELSVC-STAT = "Y"
                 SET NOW-STALE TO TRUE
              END-IF
           END-IF.

           IF STILL-VALID
              MOVE PCHCUSTNO OF CUSTPCHPF-REC TO CUSTNO OF CUSTPF-REC
              READ CUSTPF
                 INVALID KEY
                    SET NOW-STALE TO TRUE
              END-READ
           END-IF.
           IF STILL-VALID
              IF CUSTSTAT  OF CUSTPF-REC NOT = "A"
              OR CUSTNAME  OF CUSTPF-REC NOT = PCHOLDNAME OF
                                                CUSTPCHPF-REC
              OR CUSTSTRSN OF CUSTPF-REC NOT = PCHOLDRSN  OF
                                                CUSTPCHPF-REC
                 SET NOW-STALE TO TRUE
              END-IF
           END-IF.

           IF NOW-STALE
              PERFORM 2900-MARK-STALE
           ELSE
              PERFORM 3100-MERGE-CUSTOMERS
           END-IF.

      *================================================================

       3100-MERGE-CUSTOMERS.

           MOVE CUSTNAME OF CUSTPF-REC TO BEF-CUSTNAME.
           MOVE CUSTADDR OF CUSTPF-REC TO BEF-CUSTADDR.

           MOVE "I"                      TO CUSTSTAT  OF CUSTPF-REC.
           MOVE PCHMRGTO OF CUSTPCHPF-REC TO CUSTMRGTO OF CUSTPF-REC.
           MOVE FUNCTION CURRENT-DATE    TO CUSTCHGTS OF CUSTPF-REC.
           REWRITE CUSTPF-REC.

           PERFORM 3200-AUDIT-VICTIM.

           MOVE PCHMRGTO OF CUSTPCHPF-REC TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 ROLLBACK
                 DISPLAY "CUSTAPRCBL: survivor " PCHMRGTO
                         OF CUSTPCHPF-REC " disappeared mid-merge - "
                         "merge rolled back"
                 PERFORM 2900-MARK-STALE
              NOT INVALID KEY
                 MOVE FUNCTION CURRENT-DATE TO CUSTCHGTS OF CUSTPF-REC
                 REWRITE CUSTPF-REC
                 PERFORM 3300-AUDIT-SURVIVOR
                 MOVE "M" TO NOTTYPE OF CUSTOUTF-REC
                 MOVE PCHMRGTO OF CUSTPCHPF-REC
                    TO NOTMRGTO OF CUSTOUTF-REC
                 PERFORM 4000-WRITE-CUSTOUTF
                 PERFORM 2700-MARK-APPROVED
                 COMMIT
           END-READ.

      *================================================================

       3200-AUDIT-VICTIM.

           MOVE "CUSTPF"                    TO AUDLOG-FILE.
           MOVE SPACES                      TO AUDLOG-KEY.
           MOVE PCHCUSTNO  OF CUSTPCHPF-REC TO AUDLOG-KEY(1:6).
           MOVE PCHREQUSER OF CUSTPCHPF-REC TO AUDLOG-KEY(11:10).
           MOVE "MERGE"                     TO AUDLOG-MODE.
           MOVE SPACES                      TO AUDLOG-BEF-DATA.
           MOVE BEF-CUSTNAME                TO AUDLOG-BEF-DATA(1:30).
           MOVE BEF-CUSTADDR                TO AUDLOG-BEF-DATA(31:30).
           MOVE SPACES                      TO AUDLOG-AFT-DATA.
           STRING "MERGED INTO " DELIMITED BY SIZE
                  PCHMRGTO OF CUSTPCHPF-REC DELIMITED BY SIZE
              INTO AUDLOG-AFT-DATA
           END-STRING.
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================

       3300-AUDIT-SURVIVOR.

           MOVE "CUSTPF"                    TO AUDLOG-FILE.
           MOVE SPACES                      TO AUDLOG-KEY.
           MOVE PCHMRGTO   OF CUSTPCHPF-REC TO AUDLOG-KEY(1:6).
           MOVE PCHREQUSER OF CUSTPCHPF-REC TO AUDLOG-KEY(11:10).
           MOVE "MERGE"                     TO AUDLOG-MODE.
           MOVE SPACES                      TO AUDLOG-BEF-DATA.
           STRING "ABSORBED " DELIMITED BY SIZE
                  PCHCUSTNO OF CUSTPCHPF-REC DELIMITED BY SIZE
              INTO AUDLOG-BEF-DATA
           END-STRING.
           MOVE SPACES                      TO AUDLOG-AFT-DATA.
           MOVE SRV-CUSTNAME                TO AUDLOG-AFT-DATA(1:30).
           MOVE SRV-CUSTADDR                TO AUDLOG-AFT-DATA(31:30).
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  NOTTYPE/NOTMRGTO are set by the caller; the rest of the
      *  notification is the same for a change and a merge.
      *================================================================

       4000-WRITE-CUSTOUTF.

           MOVE PCHCUSTNO OF CUSTPCHPF-REC TO NOTCUSTNO OF CUSTOUTF-REC.
           MOVE FUNCTION CURRENT-DATE      TO NOTTS     OF CUSTOUTF-REC.
           MOVE "N"                        TO NOTSTAT   OF CUSTOUTF-REC.
           MOVE SPACES                     TO NOTEXPTS  OF CUSTOUTF-REC.
           MOVE ZEROES                     TO NOTID     OF CUSTOUTF-REC.
           MOVE ZEROES                     TO NOTCONSEQ OF CUSTOUTF-REC.
           MOVE SPACES                     TO NOTCONACT OF CUSTOUTF-REC.
           MOVE "NOTID"   TO NBRSVC-SERIES OF NBRSVC-PARM.
           CALL "CUSTNBRSVC" USING NBRSVC-PARM.
           IF NBRSVC-STAT OF NBRSVC-PARM = "Y"
              MOVE NBRSVC-NEXT OF NBRSVC-PARM
                 TO NOTID OF CUSTOUTF-REC
           END-IF.
           WRITE CUSTOUTF-REC.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CUSTAPRCBL" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O    CUSTPF
                       CUSTPCHPF
                       CUSTAPRDSP.
           OPEN INPUT  CUSTPCHL1
                       CUSTBALPF.
           OPEN EXTEND CUSTOUTF.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

      *          Approving is a named AUTHFNC function - an
      *          unauthorized user never sees the queue, and
      *          AUTHCHKSVC has already logged the attempt. The
      *          user it hands back is the approver on every
      *          decision taken here.
           MOVE "CUSTAPPR" TO AUTH-FUNC.
           CALL "AUTHCHKSVC" USING AUTHCHK-PARM.
           IF AUTH-STAT NOT = "Y"
              DISPLAY "CUSTAPRCBL: user " AUTH-USER
                      " not authorized to approve customer changes"
              SET END-PROGRAM TO TRUE
           ELSE
              MOVE AUTH-USER TO APR-USER OF SFLCTL1-O
              PERFORM 1100-LOAD-SFL
           END-IF.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE CUSTPF
                 CUSTPCHPF
                 CUSTPCHL1
                 CUSTBALPF
                 CUSTOUTF
                 CUSTAPRDSP.

           DISPLAY "CUSTAPRCBL: " WS-APPROVED-COUNT " approved, "
                   WS-REJECTED-COUNT " rejected, "
                   WS-STALE-COUNT " stale".
