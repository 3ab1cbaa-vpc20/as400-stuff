       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LEAVCBL.

      *================================================================
      *  Leaver sweep - works the LEAVERPF register filed through
      *  LEAVREG. USRDEPTRCN only reports a leaver's USRDEPT row
      *  once the profile is gone; everything else the user is
      *  named on stays behind. For each leaver on the register
      *  every reference is found in:
      *
      *    USRDEPT   - the charge-back mapping (deleted);
      *    AUTHFNC   - every function grant (deleted - grants are
      *                never passed to the successor, who asks for
      *                their own);
      *    ALERTRTE  - routes whose destination is the user
      *                (reassigned to the successor);
      *    ONCALLPF  - primary, secondary or manager on a rota row
      *                still running on the leaving date (reassigned;
      *                a row the successor is already on is left
      *                open for the rota owner);
      *    SPLFMLSUB - subscriptions to the leaver's email address
      *                (moved to the successor's address, or deleted
      *                when none was given);
      *    KIFTPCRD  - transfer profiles the user administers
      *                (reassigned);
      *    SPLFOUTF  - the user's spooled files in the last snapshot
      *                (moved by CHGSPLFA to the output queue filed
      *                with the leaver - a spooled file's owner
      *                cannot be changed, only where it sits).
      *
      *  A filed ("P") leaver, and a confirmed ("C") one whose
      *  leaving date has not come, get a reference list: what will
      *  happen, nothing changed. LVLISTTS is stamped, and LEAVREG
      *  will not take the confirmation before a list exists. The
      *  first run on or after the leaving date of a confirmed
      *  leaver carries the list out - every removal and
      *  reassignment through AUDITLOG like the maintenance screens
      *  - prints the completion checklist for the security team,
      *  with the items no program can do, and marks the row "D".
      *  Anything that could not be done is marked OPEN on the
      *  checklist and counted in LVOPEN.
      *
      *  Run as a nightly chain step (run date, run id).
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEAVERPF       ASSIGN  TO DATABASE-LEAVERPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         LVUSER.

           SELECT USRDEPT        ASSIGN  TO DATABASE-USRDEPT
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         UDUSER.

           SELECT AUTHFNC        ASSIGN  TO DATABASE-AUTHFNC
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         AFKEY.

           SELECT ALERTRTE       ASSIGN  TO DATABASE-ALERTRTE
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ARKEY.

           SELECT ONCALLPF       ASSIGN  TO DATABASE-ONCALLPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         OCKEY.

           SELECT SPLFMLSUB      ASSIGN  TO DATABASE-SPLFMLSUB
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         MSKEY.

           SELECT KIFTPCRD       ASSIGN  TO DATABASE-KIFTPCRD
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CRDPROF.

           SELECT SPLFOUTF       ASSIGN  TO DATABASE-SPLFOUTF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT LEAVLST        ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  LEAVERPF
           LABEL RECORDS ARE STANDARD.
       01  LEAVERPF-REC.
           COPY DDS-ALL-FORMATS OF LEAVERPF.

       FD  USRDEPT
           LABEL RECORDS ARE STANDARD.
       01  USRDEPT-REC.
           COPY DDS-ALL-FORMATS OF USRDEPT.

       FD  AUTHFNC
           LABEL RECORDS ARE STANDARD.
       01  AUTHFNC-REC.
           COPY DDS-ALL-FORMATS OF AUTHFNC.

       FD  ALERTRTE
           LABEL RECORDS ARE STANDARD.
       01  ALERTRTE-REC.
           COPY DDS-ALL-FORMATS OF ALERTRTE.

       FD  ONCALLPF
           LABEL RECORDS ARE STANDARD.
       01  ONCALLPF-REC.
           COPY DDS-ALL-FORMATS OF ONCALLPF.

       FD  SPLFMLSUB
           LABEL RECORDS ARE STANDARD.
       01  SPLFMLSUB-REC.
           COPY DDS-ALL-FORMATS OF SPLFMLSUB.

       FD  KIFTPCRD
           LABEL RECORDS ARE STANDARD.
       01  KIFTPCRD-REC.
           COPY DDS-ALL-FORMATS OF KIFTPCRD.

       FD  SPLFOUTF
           LABEL RECORDS ARE STANDARD.
       01  SPLFOUTF-REC.
           COPY DDS-ALL-FORMATS OF SPLFOUTF.

       FD  LEAVLST
           LABEL RECORDS ARE OMITTED.
       01  LEAVLST-REC              PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       COPY QUSEC OF QSYSINC-QLBLSRC.

       01  SWITCH-AREA.
           05  EOF-LEAVERPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-LEAVERPF        VALUE B"0".
               88  EOF-LEAVERPF            VALUE B"1".
           05  EOF-FILE-SW         PIC 1   VALUE B"0".
               88  NOT-EOF-FILE            VALUE B"0".
               88  EOF-FILE                VALUE B"1".
           05  APPLY-SW            PIC 1   VALUE B"0".
               88  APPLY-CHANGES           VALUE B"1".
               88  LIST-ONLY               VALUE B"0".
           05  ROTA-CHANGED-SW     PIC 1   VALUE B"0".
               88  ROTA-CHANGED            VALUE B"1".
               88  ROTA-UNCHANGED          VALUE B"0".

       01  LEAVER-WORK.
           05  WS-RUN-TS           PIC X(21).
           05  WS-LV-USER          PIC X(10).
           05  WS-LV-SUCC          PIC X(10).
           05  WS-LV-LEAVDT        PIC 9(8).
           05  WS-ROLE-NAME        PIC X(10).
           05  WS-SPLNUM-DISPLAY   PIC 9(6).
           05  WS-REF-COUNT        PIC S9(5) VALUE ZEROES.
           05  WS-DONE-COUNT       PIC S9(5) VALUE ZEROES.
           05  WS-OPEN-COUNT       PIC S9(5) VALUE ZEROES.
           05  WS-LISTED-COUNT     PIC S9(5) VALUE ZEROES.
           05  WS-COMPLETED-COUNT  PIC S9(5) VALUE ZEROES.
           05  WS-DEFERRED-COUNT   PIC S9(5) VALUE ZEROES.
           05  WS-MANUAL-NO        PIC S9(3) BINARY.

      *          The detail of one reference, set by each sweep
      *          before 3000-PRINT-REFERENCE.
       01  REFERENCE-WORK.
           05  WS-REF-FILE         PIC X(10).
           05  WS-REF-KEY          PIC X(30).
           05  WS-REF-ACTION       PIC X(60).
           05  WS-REF-OUTCOME      PIC X(6).

      *          The leavers on the register this run - filed and
      *          confirmed rows. Leavers beyond the table wait for
      *          the next run.
       01  LV-TABLE.
           05  LV-COUNT            PIC S9(3) BINARY VALUE ZEROES.
           05  LV-MAX              PIC S9(3) BINARY VALUE 100.
           05  LV-ENTRY OCCURS 100 TIMES INDEXED BY LV-IX.
               10  LV-T-USER       PIC X(10).

      *          The completion items no program can do.
       01  MANUAL-ITEM-VALUES.
           05  FILLER              PIC X(60)
               VALUE "DISABLE THE USER PROFILE - CHGUSRPRF STATUS(*DISA
      -              "BLED)".
           05  FILLER              PIC X(60)
               VALUE "TRANSFER OR DELETE THE OBJECTS THE PROFILE OWNS".
           05  FILLER              PIC X(60)
               VALUE "REMOVE FROM GROUP PROFILES AND AUTHORIZATION LIST
      -              "S".
           05  FILLER              PIC X(60)
               VALUE "WRKSPLF - FILES SPOOLED SINCE THE LAST SNAPSHOT".
           05  FILLER              PIC X(60)
               VALUE "CHECK THE NEXT AUTDRFCBL AUTHORITY DRIFT REPORT".
       01  MANUAL-ITEM-TABLE REDEFINES MANUAL-ITEM-VALUES.
           05  MANUAL-ITEM         PIC X(60) OCCURS 5 TIMES.

       01  CHGSPLFA-CMD.
           05  CHGSPLFA-CMD-TEXT   PIC X(200) VALUE SPACES.
           05  CHGSPLFA-CMD-LEN    PIC S9(9) BINARY.

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  AUDLOG-MODE                 PIC X(7).
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  HDR-TITLE        PIC X(40).
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
           05  USR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(06) VALUE "USER ".
               10  USR-USER         PIC X(10).
               10  FILLER           PIC X(11) VALUE "  LEAVING ".
               10  USR-LEAVDT       PIC 9(8).
               10  FILLER           PIC X(13) VALUE "  SUCCESSOR ".
               10  USR-SUCC         PIC X(10).
           05  REQ-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(10) VALUE "FILED BY ".
               10  REQ-USER         PIC X(10).
               10  FILLER           PIC X(04) VALUE " AT ".
               10  REQ-TS           PIC X(14).
               10  FILLER           PIC X(16) VALUE "  CONFIRMED BY ".
               10  REQ-CFM-USER     PIC X(10).
               10  FILLER           PIC X(04) VALUE " AT ".
               10  REQ-CFM-TS       PIC X(14).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "FILE".
               10  FILLER           PIC X(32) VALUE "KEY".
               10  FILLER           PIC X(62) VALUE "ACTION".
               10  FILLER           PIC X(06) VALUE "STATUS".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-FILE         PIC X(10).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-KEY          PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-ACTION       PIC X(60).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-OUTCOME      PIC X(6).
           05  MAN-HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "FOR THE SECURITY TEAM TO COMPLETE".
           05  MAN-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(06) VALUE "[  ] ".
               10  MAN-ITEM         PIC X(60).
           05  END-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "REFERENCES ".
               10  END-REFS         PIC ZZZZ9.
               10  FILLER           PIC X(08) VALUE "  DONE ".
               10  END-DONE         PIC ZZZZ9.
               10  FILLER           PIC X(08) VALUE "  OPEN ".
               10  END-OPEN         PIC ZZZZ9.
           05  BLANK-LINE           PIC X(132) VALUE SPACES.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(08).
       01  LINK-RUN-ID              PIC 9(06).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           PERFORM 9000-SET-UP.

           PERFORM 0100-LOAD-REGISTER.

           PERFORM VARYING LV-IX FROM 1 BY 1
                     UNTIL LV-IX > LV-COUNT
              PERFORM 1000-PROCESS-LEAVER
           END-PERFORM.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       0100-LOAD-REGISTER.

           MOVE LOW-VALUES TO LVUSER OF LEAVERPF-REC.
           START LEAVERPF KEY IS NOT LESS THAN LVUSER OF LEAVERPF-REC
              INVALID KEY
                 SET EOF-LEAVERPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-LEAVERPF
              READ LEAVERPF NEXT RECORD
                 AT END
                    SET EOF-LEAVERPF TO TRUE
                 NOT AT END
                    IF LVSTAT OF LEAVERPF-REC = "P"
                    OR LVSTAT OF LEAVERPF-REC = "C"
                       IF LV-COUNT < LV-MAX
                          ADD 1 TO LV-COUNT
                          SET LV-IX TO LV-COUNT
                          MOVE LVUSER OF LEAVERPF-REC
                             TO LV-T-USER(LV-IX)
                       ELSE
                          ADD 1 TO WS-DEFERRED-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  One leaver: list or apply in every file, then close the
      *  register row. Only a confirmed leaver on or after the
      *  leaving date is applied.
      *================================================================

       1000-PROCESS-LEAVER.

           MOVE LV-T-USER(LV-IX) TO LVUSER OF LEAVERPF-REC.
           READ LEAVERPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE LVUSER   OF LEAVERPF-REC TO WS-LV-USER
                 MOVE LVSUCC   OF LEAVERPF-REC TO WS-LV-SUCC
                 MOVE LVLEAVDT OF LEAVERPF-REC TO WS-LV-LEAVDT
                 IF LVSTAT OF LEAVERPF-REC = "C"
                 AND LINK-RUN-DATE NOT < WS-LV-LEAVDT
                    SET APPLY-CHANGES TO TRUE
                 ELSE
                    SET LIST-ONLY TO TRUE
                 END-IF
                 MOVE ZEROES TO WS-REF-COUNT
                                WS-DONE-COUNT
                                WS-OPEN-COUNT
                 PERFORM 4000-PRINT-HEADING
                 PERFORM 2100-SWEEP-USRDEPT
                 PERFORM 2200-SWEEP-AUTHFNC
                 PERFORM 2300-SWEEP-ALERTRTE
                 PERFORM 2400-SWEEP-ONCALL
                 PERFORM 2500-SWEEP-MAIL-SUBS
                 PERFORM 2600-SWEEP-CREDENTIALS
                 PERFORM 2700-SWEEP-SPOOLED-FILES
                 PERFORM 4100-PRINT-TOTALS
                 PERFORM 1100-CLOSE-REGISTER-ROW
           END-READ.

      *================================================================

       1100-CLOSE-REGISTER-ROW.

           MOVE WS-LV-USER TO LVUSER OF LEAVERPF-REC.
           READ LEAVERPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-REF-COUNT TO LVREFS OF LEAVERPF-REC
                 IF APPLY-CHANGES
                    MOVE "D"           TO LVSTAT   OF LEAVERPF-REC
                    MOVE WS-RUN-TS     TO LVDONETS OF LEAVERPF-REC
                    MOVE WS-DONE-COUNT TO LVDONE   OF LEAVERPF-REC
                    MOVE WS-OPEN-COUNT TO LVOPEN   OF LEAVERPF-REC
                    ADD 1 TO WS-COMPLETED-COUNT
                    PERFORM 1200-AUDIT-COMPLETION
                 ELSE
                    MOVE WS-RUN-TS     TO LVLISTTS OF LEAVERPF-REC
                    ADD 1 TO WS-LISTED-COUNT
                 END-IF
                 REWRITE LEAVERPF-REC
           END-READ.

      *================================================================

       1200-AUDIT-COMPLETION.

           MOVE "LEAVERPF"             TO AUDLOG-FILE.
           MOVE WS-LV-USER             TO AUDLOG-KEY.
           MOVE "CHANGE"               TO AUDLOG-MODE.
           MOVE SPACES                 TO AUDLOG-BEF-DATA.
           MOVE "C"                    TO AUDLOG-BEF-DATA(1:1).
           MOVE SPACES                 TO AUDLOG-AFT-DATA.
           STRING "D REFS " DELIMITED BY SIZE
                  LVREFS OF LEAVERPF-REC DELIMITED BY SIZE
                  " DONE " DELIMITED BY SIZE
                  LVDONE OF LEAVERPF-REC DELIMITED BY SIZE
                  " OPEN " DELIMITED BY SIZE
                  LVOPEN OF LEAVERPF-REC DELIMITED BY SIZE
              INTO AUDLOG-AFT-DATA
           END-STRING.
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================

       2100-SWEEP-USRDEPT.

           MOVE WS-LV-USER TO UDUSER OF USRDEPT-REC.
           READ USRDEPT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "USRDEPT"  TO WS-REF-FILE
                 MOVE WS-LV-USER TO WS-REF-KEY
                 MOVE SPACES     TO WS-REF-ACTION
                 STRING "CHARGE-BACK MAPPING TO " DELIMITED BY SIZE
                        UDDEPT OF USRDEPT-REC DELIMITED BY SPACE
                        " - DELETE" DELIMITED BY SIZE
                    INTO WS-REF-ACTION
                 END-STRING
                 MOVE "TO DO"    TO WS-REF-OUTCOME
                 IF APPLY-CHANGES
                    MOVE "USRDEPT"               TO AUDLOG-FILE
                    MOVE SPACES                  TO AUDLOG-KEY
                    MOVE UDUSER OF USRDEPT-REC   TO AUDLOG-KEY(1:10)
                    MOVE "DELETE"                TO AUDLOG-MODE
                    MOVE SPACES                  TO AUDLOG-BEF-DATA
                    MOVE UDDEPT   OF USRDEPT-REC TO
                                               AUDLOG-BEF-DATA(1:10)
                    MOVE UDDEPTNM OF USRDEPT-REC TO
                                               AUDLOG-BEF-DATA(11:30)
                    MOVE SPACES                  TO AUDLOG-AFT-DATA
                    DELETE USRDEPT RECORD
                    CALL "AUDITLOG" USING AUDLOG-PARM
                    MOVE "DONE" TO WS-REF-OUTCOME
                 END-IF
                 PERFORM 3000-PRINT-REFERENCE
           END-READ.

      *================================================================

       2200-SWEEP-AUTHFNC.

           SET NOT-EOF-FILE TO TRUE.
           MOVE WS-LV-USER TO AFUSER OF AUTHFNC-REC.
           MOVE LOW-VALUES TO AFFUNC OF AUTHFNC-REC.
           START AUTHFNC KEY IS NOT LESS THAN AFKEY OF AUTHFNC-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ AUTHFNC NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF AFUSER OF AUTHFNC-REC NOT = WS-LV-USER
                       SET EOF-FILE TO TRUE
                    ELSE
                       PERFORM 2210-REMOVE-GRANT
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2210-REMOVE-GRANT.

           MOVE "AUTHFNC"  TO WS-REF-FILE.
           MOVE SPACES     TO WS-REF-KEY.
           STRING AFUSER OF AUTHFNC-REC DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  AFFUNC OF AUTHFNC-REC DELIMITED BY SPACE
              INTO WS-REF-KEY
           END-STRING.
           MOVE "FUNCTION GRANT - DELETE" TO WS-REF-ACTION.
           MOVE "TO DO"    TO WS-REF-OUTCOME.

           IF APPLY-CHANGES
              MOVE "AUTHFNC"              TO AUDLOG-FILE
              MOVE SPACES                 TO AUDLOG-KEY
              MOVE AFUSER OF AUTHFNC-REC  TO AUDLOG-KEY(1:10)
              MOVE AFFUNC OF AUTHFNC-REC  TO AUDLOG-KEY(11:10)
              MOVE "DELETE"               TO AUDLOG-MODE
              MOVE SPACES                 TO AUDLOG-BEF-DATA
              MOVE AFACT OF AUTHFNC-REC   TO AUDLOG-BEF-DATA(1:1)
              MOVE SPACES                 TO AUDLOG-AFT-DATA
              DELETE AUTHFNC RECORD
              CALL "AUDITLOG" USING AUDLOG-PARM
              MOVE "DONE" TO WS-REF-OUTCOME
           END-IF.

           PERFORM 3000-PRINT-REFERENCE.

      *================================================================

       2300-SWEEP-ALERTRTE.

           SET NOT-EOF-FILE TO TRUE.
           MOVE LOW-VALUES TO ARKEY OF ALERTRTE-REC.
           START ALERTRTE KEY IS NOT LESS THAN ARKEY OF ALERTRTE-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ ALERTRTE NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF ARDEST OF ALERTRTE-REC = WS-LV-USER
                       PERFORM 2310-REASSIGN-ROUTE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2310-REASSIGN-ROUTE.

           MOVE "ALERTRTE" TO WS-REF-FILE.
           MOVE SPACES     TO WS-REF-KEY.
           STRING ARTYPE OF ALERTRTE-REC DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  ARSEV OF ALERTRTE-REC DELIMITED BY SIZE
              INTO WS-REF-KEY
           END-STRING.
           MOVE SPACES     TO WS-REF-ACTION.
           STRING "ALERT DESTINATION - REASSIGN TO " DELIMITED BY SIZE
                  WS-LV-SUCC DELIMITED BY SPACE
              INTO WS-REF-ACTION
           END-STRING.
           MOVE "TO DO"    TO WS-REF-OUTCOME.

           IF APPLY-CHANGES
              MOVE WS-LV-SUCC TO ARDEST OF ALERTRTE-REC
              REWRITE ALERTRTE-REC
              MOVE "ALERTRTE"             TO AUDLOG-FILE
              MOVE SPACES                 TO AUDLOG-KEY
              MOVE ARTYPE OF ALERTRTE-REC TO AUDLOG-KEY(1:10)
              MOVE ARSEV  OF ALERTRTE-REC TO AUDLOG-KEY(11:1)
              MOVE "CHANGE"               TO AUDLOG-MODE
              MOVE SPACES                 TO AUDLOG-BEF-DATA
              MOVE WS-LV-USER             TO AUDLOG-BEF-DATA(1:10)
              MOVE SPACES                 TO AUDLOG-AFT-DATA
              MOVE WS-LV-SUCC             TO AUDLOG-AFT-DATA(1:10)
              CALL "AUDITLOG" USING AUDLOG-PARM
              MOVE "DONE" TO WS-REF-OUTCOME
           END-IF.

           PERFORM 3000-PRINT-REFERENCE.

      *================================================================
      *  Rota rows that ended before the leaving date are history
      *  and are left alone.
      *================================================================

       2400-SWEEP-ONCALL.

           SET NOT-EOF-FILE TO TRUE.
           MOVE LOW-VALUES TO OCKEY OF ONCALLPF-REC.
           START ONCALLPF KEY IS NOT LESS THAN OCKEY OF ONCALLPF-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ ONCALLPF NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF OCTODT OF ONCALLPF-REC = ZEROES
                    OR OCTODT OF ONCALLPF-REC NOT < WS-LV-LEAVDT
                       PERFORM 2410-CHECK-ROTA-ROW
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2410-CHECK-ROTA-ROW.

           SET ROTA-UNCHANGED TO TRUE.

           IF OCPRIM OF ONCALLPF-REC = WS-LV-USER
              MOVE "PRIMARY"   TO WS-ROLE-NAME
              PERFORM 2420-REASSIGN-ROLE
              IF WS-REF-OUTCOME = "DONE"
                 MOVE WS-LV-SUCC TO OCPRIM OF ONCALLPF-REC
              END-IF
           END-IF.

           IF OCSEC OF ONCALLPF-REC = WS-LV-USER
              MOVE "SECONDARY" TO WS-ROLE-NAME
              PERFORM 2420-REASSIGN-ROLE
              IF WS-REF-OUTCOME = "DONE"
                 MOVE WS-LV-SUCC TO OCSEC OF ONCALLPF-REC
              END-IF
           END-IF.

           IF OCMGR OF ONCALLPF-REC = WS-LV-USER
              MOVE "MANAGER"   TO WS-ROLE-NAME
              PERFORM 2420-REASSIGN-ROLE
              IF WS-REF-OUTCOME = "DONE"
                 MOVE WS-LV-SUCC TO OCMGR OF ONCALLPF-REC
              END-IF
           END-IF.

           IF ROTA-CHANGED
              REWRITE ONCALLPF-REC
           END-IF.

      *================================================================
      *  A successor already on the row in another role would end up
      *  paging themselves - that one goes to the rota owner.
      *================================================================

       2420-REASSIGN-ROLE.

           MOVE "ONCALLPF" TO WS-REF-FILE.
           MOVE SPACES     TO WS-REF-KEY.
           STRING OCFROMDT OF ONCALLPF-REC DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  OCDAYTYP OF ONCALLPF-REC DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  OCSTRTM  OF ONCALLPF-REC DELIMITED BY SIZE
              INTO WS-REF-KEY
           END-STRING.
           MOVE SPACES     TO WS-REF-ACTION.

           IF OCPRIM OF ONCALLPF-REC = WS-LV-SUCC
           OR OCSEC  OF ONCALLPF-REC = WS-LV-SUCC
           OR OCMGR  OF ONCALLPF-REC = WS-LV-SUCC
              STRING WS-ROLE-NAME DELIMITED BY SPACE
                     " - SUCCESSOR ALREADY ON THIS ROW, REVIEW ROTA"
                        DELIMITED BY SIZE
                 INTO WS-REF-ACTION
              END-STRING
              MOVE "OPEN"  TO WS-REF-OUTCOME
           ELSE
              STRING WS-ROLE-NAME DELIMITED BY SPACE
                     " ON CALL - REASSIGN TO " DELIMITED BY SIZE
                     WS-LV-SUCC DELIMITED BY SPACE
                 INTO WS-REF-ACTION
              END-STRING
              MOVE "TO DO" TO WS-REF-OUTCOME
              IF APPLY-CHANGES
                 SET ROTA-CHANGED TO TRUE
                 MOVE "ONCALLPF"               TO AUDLOG-FILE
                 MOVE SPACES                   TO AUDLOG-KEY
                 MOVE OCFROMDT OF ONCALLPF-REC TO AUDLOG-KEY(1:8)
                 MOVE OCDAYTYP OF ONCALLPF-REC TO AUDLOG-KEY(9:1)
                 MOVE OCSTRTM  OF ONCALLPF-REC TO AUDLOG-KEY(10:4)
                 MOVE "CHANGE"                 TO AUDLOG-MODE
                 MOVE SPACES                   TO AUDLOG-BEF-DATA
                 MOVE WS-ROLE-NAME             TO AUDLOG-BEF-DATA(1:10)
                 MOVE WS-LV-USER               TO
                                               AUDLOG-BEF-DATA(12:10)
                 MOVE SPACES                   TO AUDLOG-AFT-DATA
                 MOVE WS-ROLE-NAME             TO AUDLOG-AFT-DATA(1:10)
                 MOVE WS-LV-SUCC               TO
                                               AUDLOG-AFT-DATA(12:10)
                 CALL "AUDITLOG" USING AUDLOG-PARM
                 MOVE "DONE" TO WS-REF-OUTCOME
              END-IF
           END-IF.

           PERFORM 3000-PRINT-REFERENCE.

      *================================================================
      *  Subscriptions are held by address, not user - the register
      *  carries both. With no address on it the subscriptions
      *  cannot be found and that is itself an open item.
      *================================================================

       2500-SWEEP-MAIL-SUBS.

           IF LVEMAIL OF LEAVERPF-REC = SPACES
              MOVE "SPLFMLSUB" TO WS-REF-FILE
              MOVE SPACES      TO WS-REF-KEY
              MOVE "NO EMAIL ADDRESS FILED - CHECK BY HAND"
                               TO WS-REF-ACTION
              MOVE "OPEN"      TO WS-REF-OUTCOME
              PERFORM 3000-PRINT-REFERENCE
           ELSE
              SET NOT-EOF-FILE TO TRUE
              MOVE LOW-VALUES TO MSKEY OF SPLFMLSUB-REC
              START SPLFMLSUB KEY IS NOT LESS THAN MSKEY
                    OF SPLFMLSUB-REC
                 INVALID KEY
                    SET EOF-FILE TO TRUE
              END-START
              PERFORM UNTIL EOF-FILE
                 READ SPLFMLSUB NEXT RECORD
                    AT END
                       SET EOF-FILE TO TRUE
                    NOT AT END
                       IF MSEMAIL OF SPLFMLSUB-REC
                          = LVEMAIL OF LEAVERPF-REC
                          PERFORM 2510-MOVE-SUBSCRIPTION
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      *================================================================

       2510-MOVE-SUBSCRIPTION.

           MOVE "SPLFMLSUB" TO WS-REF-FILE.
           MOVE SPACES      TO WS-REF-KEY.
           STRING MSRPTNM OF SPLFMLSUB-REC DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  MSFORMTYP OF SPLFMLSUB-REC DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  MSSEQ OF SPLFMLSUB-REC DELIMITED BY SIZE
              INTO WS-REF-KEY
           END-STRING.
           IF LVSEMAIL OF LEAVERPF-REC = SPACES
              MOVE "REPORT MAIL SUBSCRIPTION - DELETE"
                               TO WS-REF-ACTION
           ELSE
              MOVE "REPORT MAIL SUBSCRIPTION - MOVE TO SUCCESSOR EMAIL"
                               TO WS-REF-ACTION
           END-IF.
           MOVE "TO DO"     TO WS-REF-OUTCOME.

           IF APPLY-CHANGES
              MOVE "SPLFMLSUB"               TO AUDLOG-FILE
              MOVE SPACES                    TO AUDLOG-KEY
              MOVE MSRPTNM   OF SPLFMLSUB-REC TO AUDLOG-KEY(1:10)
              MOVE MSFORMTYP OF SPLFMLSUB-REC TO AUDLOG-KEY(11:7)
              MOVE MSSEQ     OF SPLFMLSUB-REC TO AUDLOG-KEY(18:3)
              MOVE SPACES                    TO AUDLOG-BEF-DATA
              MOVE MSEMAIL OF SPLFMLSUB-REC  TO AUDLOG-BEF-DATA
              MOVE SPACES                    TO AUDLOG-AFT-DATA
              IF LVSEMAIL OF LEAVERPF-REC = SPACES
                 MOVE "DELETE"               TO AUDLOG-MODE
                 DELETE SPLFMLSUB RECORD
              ELSE
                 MOVE "CHANGE"               TO AUDLOG-MODE
                 MOVE LVSEMAIL OF LEAVERPF-REC
                                             TO MSEMAIL OF
                                                SPLFMLSUB-REC
                                                AUDLOG-AFT-DATA
                 REWRITE SPLFMLSUB-REC
              END-IF
              CALL "AUDITLOG" USING AUDLOG-PARM
              MOVE "DONE" TO WS-REF-OUTCOME
           END-IF.

           PERFORM 3000-PRINT-REFERENCE.

      *================================================================
      *  Only the administrator changes - never the stored password,
      *  which stays out of the audit images as on KIFTPCRDM.
      *================================================================

       2600-SWEEP-CREDENTIALS.

           SET NOT-EOF-FILE TO TRUE.
           MOVE LOW-VALUES TO CRDPROF OF KIFTPCRD-REC.
           START KIFTPCRD KEY IS NOT LESS THAN CRDPROF OF KIFTPCRD-REC
              INVALID KEY
                 SET EOF-FILE TO TRUE
           END-START.

           PERFORM UNTIL EOF-FILE
              READ KIFTPCRD NEXT RECORD
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF CRDADMIN OF KIFTPCRD-REC = WS-LV-USER
                       PERFORM 2610-REASSIGN-CREDENTIAL
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2610-REASSIGN-CREDENTIAL.

           MOVE "KIFTPCRD"              TO WS-REF-FILE.
           MOVE CRDPROF OF KIFTPCRD-REC TO WS-REF-KEY.
           MOVE SPACES                  TO WS-REF-ACTION.
           STRING "TRANSFER PROFILE ADMINISTRATOR - REASSIGN TO "
                     DELIMITED BY SIZE
                  WS-LV-SUCC DELIMITED BY SPACE
              INTO WS-REF-ACTION
           END-STRING.
           MOVE "TO DO"                 TO WS-REF-OUTCOME.

           IF APPLY-CHANGES
              MOVE WS-LV-SUCC TO CRDADMIN OF KIFTPCRD-REC
              REWRITE KIFTPCRD-REC
              MOVE "KIFTPCRD"              TO AUDLOG-FILE
              MOVE SPACES                  TO AUDLOG-KEY
              MOVE CRDPROF OF KIFTPCRD-REC TO AUDLOG-KEY(1:10)
              MOVE "CHANGE"                TO AUDLOG-MODE
              MOVE SPACES                  TO AUDLOG-BEF-DATA
              MOVE WS-LV-USER              TO AUDLOG-BEF-DATA(1:10)
              MOVE SPACES                  TO AUDLOG-AFT-DATA
              MOVE WS-LV-SUCC              TO AUDLOG-AFT-DATA(1:10)
              CALL "AUDITLOG" USING AUDLOG-PARM
              MOVE "DONE" TO WS-REF-OUTCOME
           END-IF.

           PERFORM 3000-PRINT-REFERENCE.

      *================================================================

       2700-SWEEP-SPOOLED-FILES.

           SET NOT-EOF-FILE TO TRUE.
           OPEN INPUT SPLFOUTF.

           PERFORM UNTIL EOF-FILE
              READ SPLFOUTF
                 AT END
                    SET EOF-FILE TO TRUE
                 NOT AT END
                    IF USERNM OF SPLFOUTF-REC = WS-LV-USER
                       PERFORM 2710-MOVE-SPOOLED-FILE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE SPLFOUTF.

      *================================================================
      *  The file is moved by CHGSPLFA through QCMDEXC, the
      *  SPLFWRKCBL move, and logged the same way under SPLFOUTF.
      *================================================================

       2710-MOVE-SPOOLED-FILE.

           MOVE "SPLFOUTF" TO WS-REF-FILE.
           MOVE SPACES     TO WS-REF-KEY.
           MOVE SPLNUM OF SPLFOUTF-REC TO WS-SPLNUM-DISPLAY.
           STRING SPLFNM OF SPLFOUTF-REC DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  JOBNUM OF SPLFOUTF-REC DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  JOBNM  OF SPLFOUTF-REC DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-SPLNUM-DISPLAY DELIMITED BY SIZE
              INTO WS-REF-KEY
           END-STRING.
           MOVE SPACES     TO WS-REF-ACTION.

           IF LVOUTQ OF LEAVERPF-REC = SPACES
              STRING "SPOOLED FILE ON " DELIMITED BY SIZE
                     OUTQNM OF SPLFOUTF-REC DELIMITED BY SPACE
                     " - NO TARGET QUEUE FILED"
                        DELIMITED BY SIZE
                 INTO WS-REF-ACTION
              END-STRING
              MOVE "OPEN"  TO WS-REF-OUTCOME
           ELSE
              STRING "SPOOLED FILE ON " DELIMITED BY SIZE
                     OUTQNM OF SPLFOUTF-REC DELIMITED BY SPACE
                     " - MOVE TO " DELIMITED BY SIZE
                     LVOUTQL OF LEAVERPF-REC DELIMITED BY SPACE
                     "/" DELIMITED BY SIZE
                     LVOUTQ  OF LEAVERPF-REC DELIMITED BY SPACE
                 INTO WS-REF-ACTION
              END-STRING
              MOVE "TO DO" TO WS-REF-OUTCOME
              IF APPLY-CHANGES
                 PERFORM 2720-RUN-CHGSPLFA
              END-IF
           END-IF.

           PERFORM 3000-PRINT-REFERENCE.

      *================================================================

       2720-RUN-CHGSPLFA.

           MOVE SPACES TO CHGSPLFA-CMD-TEXT.
           STRING "CHGSPLFA FILE(" DELIMITED BY SIZE
                  SPLFNM OF SPLFOUTF-REC DELIMITED BY SPACE
                  ") JOB(" DELIMITED BY SIZE
                  JOBNUM OF SPLFOUTF-REC DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  USERNM OF SPLFOUTF-REC DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  JOBNM OF SPLFOUTF-REC DELIMITED BY SPACE
                  ") SPLNBR(" DELIMITED BY SIZE
                  WS-SPLNUM-DISPLAY DELIMITED BY SIZE
                  ") OUTQ(" DELIMITED BY SIZE
                  LVOUTQL OF LEAVERPF-REC DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  LVOUTQ OF LEAVERPF-REC DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
              INTO CHGSPLFA-CMD-TEXT
           END-STRING.

           MOVE 200 TO CHGSPLFA-CMD-LEN.
           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.

           CALL "QCMDEXC" USING CHGSPLFA-CMD-TEXT, CHGSPLFA-CMD-LEN,
                                QUS-EC.

           MOVE "SPLFOUTF"             TO AUDLOG-FILE.
           MOVE SPACES                 TO AUDLOG-KEY.
           MOVE SPLFNM OF SPLFOUTF-REC TO AUDLOG-KEY(1:10).
           MOVE JOBNUM OF SPLFOUTF-REC TO AUDLOG-KEY(11:6).
           MOVE "MOVE"                 TO AUDLOG-MODE.
           MOVE SPACES                 TO AUDLOG-BEF-DATA.
           MOVE JOBNM  OF SPLFOUTF-REC TO AUDLOG-BEF-DATA(1:10).
           MOVE USERNM OF SPLFOUTF-REC TO AUDLOG-BEF-DATA(12:10).
           MOVE OUTQNM OF SPLFOUTF-REC TO AUDLOG-BEF-DATA(23:10).
           MOVE SPACES                 TO AUDLOG-AFT-DATA.

           IF EXCEPTION-ID OF QUS-EC = SPACES
              MOVE "COMMAND OK"        TO AUDLOG-AFT-DATA
              MOVE "DONE" TO WS-REF-OUTCOME
           ELSE
              STRING "COMMAND FAILED " DELIMITED BY SIZE
                     EXCEPTION-ID OF QUS-EC DELIMITED BY SIZE
                 INTO AUDLOG-AFT-DATA
              END-STRING
              MOVE SPACES TO WS-REF-ACTION
              STRING "SPOOLED FILE ON " DELIMITED BY SIZE
                     OUTQNM OF SPLFOUTF-REC DELIMITED BY SPACE
                     " - MOVE FAILED " DELIMITED BY SIZE
                     EXCEPTION-ID OF QUS-EC DELIMITED BY SIZE
                 INTO WS-REF-ACTION
              END-STRING
              MOVE "OPEN" TO WS-REF-OUTCOME
           END-IF.

           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================

       3000-PRINT-REFERENCE.

           ADD 1 TO WS-REF-COUNT.
           IF WS-REF-OUTCOME = "DONE"
              ADD 1 TO WS-DONE-COUNT
           END-IF.
           IF WS-REF-OUTCOME = "OPEN"
              ADD 1 TO WS-OPEN-COUNT
           END-IF.

           MOVE WS-REF-FILE    TO DTL-FILE.
           MOVE WS-REF-KEY     TO DTL-KEY.
           MOVE WS-REF-ACTION  TO DTL-ACTION.
           MOVE WS-REF-OUTCOME TO DTL-OUTCOME.
           MOVE DTL-LINE TO LEAVLST-REC.
           WRITE LEAVLST-REC.

      *================================================================

       4000-PRINT-HEADING.

           IF APPLY-CHANGES
              MOVE "LEAVER COMPLETION CHECKLIST" TO HDR-TITLE
           ELSE
              MOVE "LEAVER REFERENCE LIST - NOTHING CHANGED"
                                                 TO HDR-TITLE
           END-IF.
           MOVE HDR-LINE TO LEAVLST-REC.
           WRITE LEAVLST-REC.
           MOVE BLANK-LINE TO LEAVLST-REC.
           WRITE LEAVLST-REC.

           MOVE WS-LV-USER   TO USR-USER.
           MOVE WS-LV-LEAVDT TO USR-LEAVDT.
           MOVE WS-LV-SUCC   TO USR-SUCC.
           MOVE USR-LINE TO LEAVLST-REC.
           WRITE LEAVLST-REC.
           MOVE LVREQUSER OF LEAVERPF-REC       TO REQ-USER.
           MOVE LVREQTS   OF LEAVERPF-REC(1:14) TO REQ-TS.
           MOVE LVCFMUSER OF LEAVERPF-REC       TO REQ-CFM-USER.
           MOVE LVCFMTS   OF LEAVERPF-REC(1:14) TO REQ-CFM-TS.
           MOVE REQ-LINE TO LEAVLST-REC.
           WRITE LEAVLST-REC.
           MOVE BLANK-LINE TO LEAVLST-REC.
           WRITE LEAVLST-REC.

           MOVE COL-LINE TO LEAVLST-REC.
           WRITE LEAVLST-REC.

      *================================================================

       4100-PRINT-TOTALS.

           IF WS-REF-COUNT = ZEROES
              MOVE SPACES TO LEAVLST-REC
              MOVE " NO REFERENCES TO THIS USER" TO LEAVLST-REC
              WRITE LEAVLST-REC
           END-IF.

           MOVE WS-REF-COUNT  TO END-REFS.
           MOVE WS-DONE-COUNT TO END-DONE.
           MOVE WS-OPEN-COUNT TO END-OPEN.
           MOVE BLANK-LINE TO LEAVLST-REC.
           WRITE LEAVLST-REC.
           MOVE END-LINE TO LEAVLST-REC.
           WRITE LEAVLST-REC.

           IF APPLY-CHANGES
              MOVE BLANK-LINE TO LEAVLST-REC
              WRITE LEAVLST-REC
              MOVE MAN-HDR-LINE TO LEAVLST-REC
              WRITE LEAVLST-REC
              PERFORM VARYING WS-MANUAL-NO FROM 1 BY 1
                        UNTIL WS-MANUAL-NO > 5
                 MOVE MANUAL-ITEM(WS-MANUAL-NO) TO MAN-ITEM
                 MOVE MAN-LINE TO LEAVLST-REC
                 WRITE LEAVLST-REC
              END-PERFORM
           END-IF.

           MOVE BLANK-LINE TO LEAVLST-REC.
           WRITE LEAVLST-REC.

      *================================================================

       9000-SET-UP.

           OPEN I-O    LEAVERPF
                       USRDEPT
                       AUTHFNC
                       ALERTRTE
                       ONCALLPF
                       SPLFMLSUB
                       KIFTPCRD.
           OPEN OUTPUT LEAVLST.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS.
           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.

      *================================================================

       9900-CLEAN-UP.

           IF LV-COUNT = ZEROES
              MOVE "LEAVER REFERENCE LIST" TO HDR-TITLE
              MOVE HDR-LINE TO LEAVLST-REC
              WRITE LEAVLST-REC
              MOVE SPACES TO LEAVLST-REC
              MOVE " NO LEAVERS ON THE REGISTER" TO LEAVLST-REC
              WRITE LEAVLST-REC
           END-IF.

           CLOSE LEAVERPF
                 USRDEPT
                 AUTHFNC
                 ALERTRTE
                 ONCALLPF
                 SPLFMLSUB
                 KIFTPCRD
                 LEAVLST.

           DISPLAY "LEAVCBL: leavers listed " WS-LISTED-COUNT
                   " completed " WS-COMPLETED-COUNT
                   " deferred " WS-DEFERRED-COUNT.
