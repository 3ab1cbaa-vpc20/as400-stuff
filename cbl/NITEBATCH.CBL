      *  dispatch learns its shape - registering a program whose
      *  linkage starts with anything else would hand it the run
      *  date as its first parameter.
      *
      *  Inbound files: a step KIFTPRTE routes an inbound file to is
      *  not run until INBDLVSVC finds an unused delivery of the
      *  file on KIFTPDLV - the chain waits up to the route's
      *  RTEWAIT minutes for a late file, then holds the step and
      *  raises an INBLATE alert rather than run it against
      *  yesterday's data. A step that completes marks the
      *  deliveries it used, so each delivery feeds it once.
      *
      *  Locked files: a step whose BATCHLCK rows list files it
      *  needs to itself is not started while another job holds a
      *  lock on one of them (LCKCHKSVC) - the chain re-checks
      *  every minute for the step's STPLCKWT minutes, then raises
      *  a STEPLOCK alert naming the holding job and user and
      *  either skips the step or fails it and ends the chain, as
      *  the step's STPLCKACT says, rather than let it die half way
      *  through its file.
      ******************************************************************

       ENVIRONMENT DIVISION.
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SUBID.

           SELECT BATCHLCK       ASSIGN  TO DATABASE-BATCHLCK
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         LKKEY.

      ******************************************************************

       DATA DIVISION.
       01  CUSTSUBPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTSUBPF.

       FD  BATCHLCK
           LABEL RECORDS ARE STANDARD.
       01  BATCHLCK-REC.
           COPY DDS-ALL-FORMATS OF BATCHLCK.

       WORKING-STORAGE SECTION.

       01  CKPT-SWITCHES.
           05  BILL-SUB-FOUND-SW   PIC 1 VALUE B"0".
               88  BILL-SUB-FOUND        VALUE B"1".
               88  BILL-SUB-NOT-FOUND    VALUE B"0".
           05  BILL-SUB-CONTACTS-SW PIC 1 VALUE B"0".
               88  BILL-SUB-TAKES-CONTACTS VALUE B"1".
               88  BILL-SUB-NO-CONTACTS    VALUE B"0".
           05  INBOUND-READY-SW    PIC 1 VALUE B"0".
               88  INBOUND-READY         VALUE B"1".
               88  INBOUND-NOT-READY     VALUE B"0".
           05  LOCKS-CLEAR-SW      PIC 1 VALUE B"0".
               88  LOCKS-CLEAR           VALUE B"1".
               88  LOCKS-NOT-CLEAR       VALUE B"0".
           05  EOF-BATCHLCK-SW     PIC 1 VALUE B"0".
               88  NOT-EOF-BATCHLCK      VALUE B"0".
               88  EOF-BATCHLCK          VALUE B"1".
           05  CHAIN-STOP-SW       PIC 1 VALUE B"0".
               88  CHAIN-STOPPED         VALUE B"1".
               88  CHAIN-NOT-STOPPED     VALUE B"0".

      *          The registry row being executed, held locally so
      *          BATCHSTP-REC stays free for lookups.
           05  WS-STEP-PGM         PIC X(10).
           05  WS-STEP-PRED        PIC X(10).
           05  WS-STEP-PARM        PIC 9(5).
           05  WS-STEP-SCOPE       PIC X(1).
           05  WS-STEP-LCKWT       PIC 9(3).
           05  WS-STEP-LCKACT      PIC X(1).

      * CRTSPLFCBL parms - the nightly snapshot always covers every
      * user/queue, the same "*ALL" default CRTSPLFPMT falls back to
       01  EXPORT-PENDING-SW           PIC X(1) VALUE "N".
           88  EXPORT-PENDING          VALUE "Y".

      *          The extract file 6000-VERIFY-EXTRACT-LISTED looks
      *          for - the billing extract, then the contact extract
      *          when the billing subscriber takes one.
       01  WS-VERIFY-FILE              PIC X(10) VALUE SPACES.

      *          STPPARM marshalled into the binary shapes the
      *          threshold-taking steps declare. AUDRPTCBL takes two
      *          thresholds; the registry's one parameter serves

       COPY QUSEC OF QSYSINC-QLBLSRC.

      *          The job this driver runs in, recorded on each
      *          step's BATCHCHK row at mark-running so the job log
      *          of a step that does not end cleanly can be found.

       COPY QUSRJOBI OF QSYSINC-QLBLSRC.

       01  QUSRJOBI-PARM.
           05  QUALIFIED-JOB-NAME.
               10  JOBI-JOB-NAME-PARM      PIC X(10) VALUE "*".
               10  JOBI-USER-NAME-PARM     PIC X(10) VALUE SPACES.
               10  JOBI-JOB-NUMBER-PARM    PIC X(6)  VALUE SPACES.
           05  JOBI-INTERNAL-JOB-ID        PIC X(16) VALUE SPACES.
           05  JOBI-FORMAT-NAME            PIC X(8)  VALUE "JOBI0100".
           05  JOBI-RCVLEN                 PIC S9(9) BINARY VALUE 34.

       01  BUSDAY-PARM.
           05  BUSDAY-FUNC             PIC X(1).
           05  BUSDAY-FROM             PIC 9(8).
           05  BUSDAY-COUNT            PIC S9(5).
           05  BUSDAY-STAT             PIC X(1).

       01  INBDLV-PARM.
           05  INBDLV-FUNC             PIC X(1).
           05  INBDLV-STEP             PIC X(10).
           05  INBDLV-RUNID            PIC 9(6).
           05  INBDLV-RUNDT            PIC 9(8).
           05  INBDLV-READY            PIC X(1).
           05  INBDLV-PROF             PIC X(10).
           05  INBDLV-FILE             PIC X(10).
           05  INBDLV-WAIT             PIC 9(3).

       01  LCKCHK-PARM.
           05  LCKCHK-FILE             PIC X(10).
           05  LCKCHK-LIB              PIC X(10).
           05  LCKCHK-OWN-JOBNM        PIC X(10).
           05  LCKCHK-OWN-JOBUS        PIC X(10).
           05  LCKCHK-OWN-JOBNO        PIC X(6).
           05  LCKCHK-STAT             PIC X(1).
           05  LCKCHK-HOLDERS          PIC 9(4).
           05  LCKCHK-JOBNM            PIC X(10).
           05  LCKCHK-JOBUS            PIC X(10).
           05  LCKCHK-JOBNO            PIC X(6).
           05  LCKCHK-STATE            PIC X(10).
           05  LCKCHK-MSGID            PIC X(7).

       01  ALERT-PARM.
           05  ALERT-TYPE              PIC X(10).
           05  ALERT-SEV               PIC X(1).
           05  ALERT-SOURCE            PIC X(10).
           05  ALERT-TEXT              PIC X(60).

       LINKAGE SECTION.

       01  LINK-RUN-DATE           PIC 9(08).
                 SET EOF-BATCHSTP TO TRUE
           END-START.

           PERFORM UNTIL EOF-BATCHSTP OR CHAIN-STOPPED
              READ BATCHSTP NEXT RECORD
                 AT END
                    SET EOF-BATCHSTP TO TRUE
                       MOVE STPPGM   OF BATCHSTP-REC TO WS-STEP-PGM
                       MOVE STPPRED  OF BATCHSTP-REC TO WS-STEP-PRED
                       MOVE STPPARM  OF BATCHSTP-REC TO WS-STEP-PARM
                       MOVE STPSCOPE OF BATCHSTP-REC TO WS-STEP-SCOPE
                       MOVE STPGROUP OF BATCHSTP-REC
                          TO WS-STEP-GROUP
                       MOVE STPLCKWT  OF BATCHSTP-REC
                          TO WS-STEP-LCKWT
                       MOVE STPLCKACT OF BATCHSTP-REC
                          TO WS-STEP-LCKACT
                       PERFORM 1000-RUN-ONE-STEP
                    END-IF
              END-READ
                 PERFORM 1250-WAIT-FOR-PREDECESSOR
              END-IF
              IF PRED-READY
                 PERFORM 1300-CHECK-INBOUND-FILES
              END-IF
              IF PRED-READY AND INBOUND-READY
                 PERFORM 1400-CHECK-FILE-LOCKS
              END-IF
              IF PRED-READY AND INBOUND-READY AND LOCKS-CLEAR
                 IF WS-STEP-GROUP NOT = SPACES
                    PERFORM 4000-SUBMIT-GROUP-MEMBER
                 ELSE
                    PERFORM 3000-MARK-STEP-COMPLETE
                 END-IF
              ELSE
                 IF PRED-NOT-READY
                    DISPLAY "NITEBATCH: step " WS-STEP-NAME
                            " held - predecessor " WS-STEP-PRED
                            " not complete for " LINK-RUN-DATE
                 END-IF
              END-IF
           END-IF.

                 SET CKPT-FOUND TO TRUE
           END-READ.

      ******************************************************************
      *
      * A step routed to inbound files waits for an unused delivery
      * of each. A file not yet in is polled for every minute up to
      * the longest RTEWAIT of the outstanding routes (zero - no
      * wait); still not in, the step is held - like a step whose
      * predecessor failed, anything after it is held too - and an
      * INBLATE alert names the file. The next submission of the
      * chain picks the step up once the file has landed.
      *
      ******************************************************************

       1300-CHECK-INBOUND-FILES.

           SET INBOUND-READY TO TRUE.

           MOVE "C"           TO INBDLV-FUNC.
           MOVE WS-STEP-NAME  TO INBDLV-STEP.
           MOVE LINK-RUN-ID   TO INBDLV-RUNID.
           MOVE LINK-RUN-DATE TO INBDLV-RUNDT.
           CALL "INBDLVSVC" USING INBDLV-PARM.
           MOVE ZEROES TO WS-WAIT-POLLS.

           PERFORM UNTIL INBDLV-READY = "Y"
                   OR WS-WAIT-POLLS >= INBDLV-WAIT
              ADD 1 TO WS-WAIT-POLLS
              MOVE "DLYJOB DLY(60)" TO SBM-CMD-TEXT
              MOVE 256 TO SBM-CMD-LEN
              MOVE LENGTH OF QUS-EC
                 TO BYTES-PROVIDED OF QUS-EC
              MOVE SPACES TO EXCEPTION-ID OF QUS-EC
              CALL "QCMDEXC" USING SBM-CMD-TEXT,
                   SBM-CMD-LEN, QUS-EC
              CALL "INBDLVSVC" USING INBDLV-PARM
           END-PERFORM.

           IF INBDLV-READY NOT = "Y"
              SET INBOUND-NOT-READY TO TRUE
              DISPLAY "NITEBATCH: step " WS-STEP-NAME
                      " held - inbound " INBDLV-FILE
                      " (" INBDLV-PROF ") not delivered"
              MOVE "INBLATE"     TO ALERT-TYPE
              MOVE "C"           TO ALERT-SEV
              MOVE "NITEBATCH"   TO ALERT-SOURCE
              MOVE SPACES        TO ALERT-TEXT
              STRING "STEP "         DELIMITED BY SIZE
                     WS-STEP-NAME    DELIMITED BY SPACE
                     " HELD - INBOUND " DELIMITED BY SIZE
                     INBDLV-FILE     DELIMITED BY SPACE
                     " FROM "        DELIMITED BY SIZE
                     INBDLV-PROF     DELIMITED BY SPACE
                     " NOT DELIVERED" DELIMITED BY SIZE
                 INTO ALERT-TEXT
              END-STRING
              CALL "ALERTSVC" USING ALERT-PARM
           END-IF.

      ******************************************************************
      *
      * A step with BATCHLCK rows is only started once no other job
      * holds a lock on any file they list. A held file is
      * re-checked every minute up to the step's STPLCKWT minutes;
      * still held, the holder is named on the console, in a
      * STEPLOCK alert and on the BATCHHST row, and the step is
      * skipped (outcome "L" - the chain goes on, and any step
      * naming it as predecessor is held) or, for STPLCKACT "F",
      * failed (BATCHCHK "F", outcome "F") and the chain ended, so
      * nothing after it runs against files it never processed. A
      * file the lock list cannot be had for is not a reason to
      * stop - the step itself will report a file that is missing.
      *
      ******************************************************************

       1400-CHECK-FILE-LOCKS.

           PERFORM 1410-SCAN-STEP-FILES.
           MOVE ZEROES TO WS-WAIT-POLLS.

           PERFORM UNTIL LOCKS-CLEAR
                   OR WS-WAIT-POLLS >= WS-STEP-LCKWT
              ADD 1 TO WS-WAIT-POLLS
              MOVE "DLYJOB DLY(60)" TO SBM-CMD-TEXT
              MOVE 256 TO SBM-CMD-LEN
              MOVE LENGTH OF QUS-EC
                 TO BYTES-PROVIDED OF QUS-EC
              MOVE SPACES TO EXCEPTION-ID OF QUS-EC
              CALL "QCMDEXC" USING SBM-CMD-TEXT,
                   SBM-CMD-LEN, QUS-EC
              PERFORM 1410-SCAN-STEP-FILES
           END-PERFORM.

           IF LOCKS-NOT-CLEAR
              PERFORM 1450-REFUSE-LOCKED-STEP
           END-IF.

      ******************************************************************

       1410-SCAN-STEP-FILES.

           SET LOCKS-CLEAR      TO TRUE.
           SET NOT-EOF-BATCHLCK TO TRUE.

           MOVE WS-STEP-NAME TO LKSTEP OF BATCHLCK-REC.
           MOVE LOW-VALUES   TO LKFILE OF BATCHLCK-REC.
           START BATCHLCK KEY IS NOT LESS THAN LKKEY OF BATCHLCK-REC
              INVALID KEY
                 SET EOF-BATCHLCK TO TRUE
           END-START.

           PERFORM UNTIL EOF-BATCHLCK OR LOCKS-NOT-CLEAR
              READ BATCHLCK NEXT RECORD
                 AT END
                    SET EOF-BATCHLCK TO TRUE
                 NOT AT END
                    IF LKSTEP OF BATCHLCK-REC NOT = WS-STEP-NAME
                       SET EOF-BATCHLCK TO TRUE
                    ELSE
                       PERFORM 1420-CHECK-ONE-FILE
                    END-IF
              END-READ
           END-PERFORM.

      ******************************************************************

       1420-CHECK-ONE-FILE.

           MOVE LKFILE OF BATCHLCK-REC TO LCKCHK-FILE.
           MOVE LKLIB  OF BATCHLCK-REC TO LCKCHK-LIB.
           MOVE JOBI-JOB-NAME          TO LCKCHK-OWN-JOBNM.
           MOVE JOBI-USER-NAME         TO LCKCHK-OWN-JOBUS.
           MOVE JOBI-JOB-NUMBER        TO LCKCHK-OWN-JOBNO.
           CALL "LCKCHKSVC" USING LCKCHK-PARM.

           EVALUATE LCKCHK-STAT
              WHEN "N"
                 SET LOCKS-NOT-CLEAR TO TRUE
              WHEN "E"
                 DISPLAY "NITEBATCH: step " WS-STEP-NAME
                         " - locks on " LCKCHK-FILE
                         " not listed (" LCKCHK-MSGID
                         ") - not checked"
           END-EVALUATE.

      ******************************************************************

       1450-REFUSE-LOCKED-STEP.

           MOVE SPACES TO WS-HST-COUNTS.
           STRING "LOCKED " DELIMITED BY SIZE
                  LCKCHK-FILE DELIMITED BY SPACE
                  " BY " DELIMITED BY SIZE
                  LCKCHK-JOBNO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  LCKCHK-JOBUS DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  LCKCHK-JOBNM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LCKCHK-STATE DELIMITED BY SPACE
              INTO WS-HST-COUNTS
           END-STRING.

           MOVE "STEPLOCK"    TO ALERT-TYPE.
           MOVE "NITEBATCH"   TO ALERT-SOURCE.
           MOVE SPACES        TO ALERT-TEXT.
           IF WS-STEP-LCKACT = "F"
              MOVE "C" TO ALERT-SEV
              STRING WS-STEP-NAME DELIMITED BY SPACE
                     " FAILED - " DELIMITED BY SIZE
                     WS-HST-COUNTS DELIMITED BY SIZE
                 INTO ALERT-TEXT
              END-STRING
           ELSE
              MOVE "W" TO ALERT-SEV
              STRING WS-STEP-NAME DELIMITED BY SPACE
                     " SKIPPED - " DELIMITED BY SIZE
                     WS-HST-COUNTS DELIMITED BY SIZE
                 INTO ALERT-TEXT
              END-STRING
           END-IF.
           CALL "ALERTSVC" USING ALERT-PARM.

           DISPLAY "NITEBATCH: step " WS-STEP-NAME " not started - "
                   WS-HST-COUNTS.

           MOVE FUNCTION CURRENT-DATE TO WS-HST-STRTS.
           IF WS-STEP-LCKACT = "F"
              MOVE WS-STEP-NAME  TO CHKSTEP  OF BATCHCHK-REC
              MOVE "F"           TO CHKSTAT  OF BATCHCHK-REC
              MOVE LINK-RUN-DATE TO CHKRUNDT OF BATCHCHK-REC
              MOVE LINK-RUN-ID   TO CHKRUNID OF BATCHCHK-REC
              MOVE WS-HST-STRTS  TO CHKSTRTS OF BATCHCHK-REC
              MOVE WS-CHAIN      TO CHKCHAIN OF BATCHCHK-REC
              MOVE JOBI-JOB-NAME   TO CHKJOBNM OF BATCHCHK-REC
              MOVE JOBI-USER-NAME  TO CHKJOBUS OF BATCHCHK-REC
              MOVE JOBI-JOB-NUMBER TO CHKJOBNO OF BATCHCHK-REC
              IF CKPT-FOUND
                 REWRITE BATCHCHK-REC
              ELSE
                 WRITE BATCHCHK-REC
                 SET CKPT-FOUND TO TRUE
              END-IF
              SET CHAIN-STOPPED TO TRUE
              DISPLAY "NITEBATCH: chain " WS-CHAIN
                      " ended - step " WS-STEP-NAME " failed"
           END-IF.

           INITIALIZE BATCHHST-REC.
           MOVE LINK-RUN-DATE            TO HSTRUNDT OF BATCHHST-REC.
           MOVE LINK-RUN-ID              TO HSTRUNID OF BATCHHST-REC.
           MOVE WS-STEP-NAME             TO HSTSTEP  OF BATCHHST-REC.
           MOVE WS-HST-STRTS             TO HSTSTRTS OF BATCHHST-REC
                                            HSTENDTS OF BATCHHST-REC.
           IF WS-STEP-LCKACT = "F"
              MOVE "F"                   TO HSTOUTCOME OF
                                            BATCHHST-REC
           ELSE
              MOVE "L"                   TO HSTOUTCOME OF
                                            BATCHHST-REC
           END-IF.
           MOVE WS-HST-COUNTS            TO HSTCOUNTS OF BATCHHST-REC.
           MOVE WS-CHAIN                 TO HSTCHAIN  OF BATCHHST-REC.
           WRITE BATCHHST-REC.

      ******************************************************************
      *
      * A grouped step goes out as its own submitted job running
           MOVE FUNCTION CURRENT-DATE TO CHKSTRTS OF BATCHCHK-REC
                                         WS-HST-STRTS.
           MOVE WS-CHAIN          TO CHKCHAIN OF BATCHCHK-REC.
           MOVE JOBI-JOB-NAME     TO CHKJOBNM OF BATCHCHK-REC.
           MOVE JOBI-USER-NAME    TO CHKJOBUS OF BATCHCHK-REC.
           MOVE JOBI-JOB-NUMBER   TO CHKJOBNO OF BATCHCHK-REC.
           IF CKPT-FOUND
              REWRITE BATCHCHK-REC
           ELSE
           REWRITE BATCHCHK-REC.
           PERFORM 8000-WRITE-HISTORY.

      *          The inbound deliveries the step ran against are
      *          used up - the next run waits for fresh ones.
           MOVE "U"           TO INBDLV-FUNC.
           MOVE WS-STEP-NAME  TO INBDLV-STEP.
           MOVE LINK-RUN-ID   TO INBDLV-RUNID.
           MOVE LINK-RUN-DATE TO INBDLV-RUNDT.
           CALL "INBDLVSVC" USING INBDLV-PARM.

      ******************************************************************
      *
      * Parameter marshalling per program. The driver's linkage
                      CS-USRDTA, CS-JOB, CS-ALLUSR

              WHEN "OUTQMONCBL"
                 CALL "OUTQMONCBL" USING WS-STEP-SCOPE

              WHEN "SPLFPRGE"
                 MOVE LINK-AGE-DAYS  TO SP-AGE-DAYS
                       MOVE "N" TO EXPORT-PENDING-SW
                    END-IF
                 END-IF
      *          The contact extract travels with it when billing
      *          takes one - both files or neither.
                 IF EXPORT-PENDING
                 AND KG-FTP-PROFILE = SPACES
                 AND BILL-SUB-TAKES-CONTACTS
                    IF KG-FTP-FILE-COUNT < 200
                       ADD 1 TO KG-FTP-FILE-COUNT
                       MOVE "CUSTCEXF"
                          TO KG-FTP-FILE(KG-FTP-FILE-COUNT)
                    ELSE
                       DISPLAY "NITEBATCH: put list full - CUSTCEXF "
                               "not added, notifications left at N"
                       SUBTRACT 1 FROM KG-FTP-FILE-COUNT
                       MOVE "N" TO EXPORT-PENDING-SW
                    END-IF
                 END-IF
                 CALL "KIFTPGEN" USING KG-CURRENT-DIR,
                      KG-LOCAL-CURRENT-DIR, KG-REMOTE-HOST,
                      KG-FTP-FILES, KG-FTP-FILE-COUNT, KG-RUN-ID,
      *          CUSTEXTF - verify that before believing it did.
                 IF EXPORT-PENDING
                 AND KG-FTP-PROFILE NOT = SPACES
                    MOVE "CUSTEXTF" TO WS-VERIFY-FILE
                    PERFORM 6000-VERIFY-EXTRACT-LISTED
                    IF EXTRACT-LISTED
                    AND BILL-SUB-TAKES-CONTACTS
                       MOVE "CUSTCEXF" TO WS-VERIFY-FILE
                       PERFORM 6000-VERIFY-EXTRACT-LISTED
                    END-IF
                    IF EXTRACT-NOT-LISTED
                       DISPLAY "NITEBATCH: " WS-VERIFY-FILE
                               " is on no active "
                               "profile's KIFTPDSF list - "
                               "notifications left unexported"
                       MOVE "N" TO EXPORT-PENDING-SW
                 END-IF

              WHEN "SPLFACCCBL"
                 IF WS-STEP-SCOPE = "C"
                    MOVE "C" TO WS-ACC-MODE
                 ELSE
                    MOVE "A" TO WS-ACC-MODE
                 END-IF
                 CALL "SPLFACCCBL" USING WS-ACC-MODE, LINK-RUN-DATE

              WHEN "SPLFHSTCBL"
                 MOVE WS-STEP-PARM TO WS-BIN-PARM
                 MOVE "Y"          TO WS-OUTFILE-OPT
                 CALL "AGEDSPLF" USING WS-BIN-PARM, LINK-RUN-DATE,
                      WS-OUTFILE-OPT, WS-STEP-SCOPE

              WHEN "SPLFDUPCBL"
              WHEN "SPLFTRNCBL"
                 CALL "AUDRPTCBL" USING LINK-RUN-DATE, WS-BIN-PARM,
                      WS-BIN-PARM2

      *          ASP threshold percentage from the registry.
              WHEN "DBSIZRPT"
                 MOVE WS-STEP-PARM TO WS-BIN-PARM
                 CALL "DBSIZRPT" USING LINK-RUN-DATE, WS-BIN-PARM

      *          Movement amount from the registry; the percentage
      *          is left to the program's default.
              WHEN "CUSTBALMOV"
                 MOVE WS-STEP-PARM TO WS-BIN-PARM
                 MOVE ZEROES       TO WS-BIN-PARM2
                 CALL "CUSTBALMOV" USING LINK-RUN-DATE, WS-BIN-PARM,
                      WS-BIN-PARM2

              WHEN "XREFSWPCBL"
              WHEN "XREFORPCBL"
                 CALL WS-STEP-PGM

      ******************************************************************
      *
      * Walk the profile member lists for a WS-VERIFY-FILE row
      * (CUSTEXTF, or the CUSTCEXF contact extract beside it) whose
      * profile is active - the evidence that the extract
      * actually rode a section of the script the KIFTPGEN call
      * just generated. A named profile run only generated that
      * profile's section, so only that profile's KIFTPDSF rows
                 AT END
                    SET EOF-KIFTPDSF TO TRUE
                 NOT AT END
                    IF DSFFILE OF KIFTPDSF-REC = WS-VERIFY-FILE
                    AND (KG-FTP-PROFILE = "*ALL"
                         OR DSFPROF OF KIFTPDSF-REC = KG-FTP-PROFILE)
                       MOVE DSFPROF OF KIFTPDSF-REC
       6100-FIND-BILLING-SUB.

           SET BILL-SUB-NOT-FOUND TO TRUE.
           SET BILL-SUB-NO-CONTACTS TO TRUE.
           SET NOT-EOF-CUSTSUBPF  TO TRUE.
           MOVE SPACES TO CE-SUBSCRIBER.

                    AND SUBLAYOUT OF CUSTSUBPF-REC = "CUSTEXTF"
                       MOVE SUBID OF CUSTSUBPF-REC TO CE-SUBSCRIBER
                       SET BILL-SUB-FOUND TO TRUE
                       IF SUBCONEXT OF CUSTSUBPF-REC = "Y"
                          SET BILL-SUB-TAKES-CONTACTS TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           OPEN I-O    BATCHCHK.
           OPEN EXTEND BATCHHST.
           OPEN INPUT  BATCHSTP
                       BATCHLCK.

           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           CALL "QUSRJOBI" USING QUS-JOBI-0100, JOBI-RCVLEN,
                JOBI-FORMAT-NAME, QUALIFIED-JOB-NAME,
                JOBI-INTERNAL-JOB-ID, QUS-EC.

      ******************************************************************


           CLOSE BATCHCHK
                 BATCHHST
                 BATCHSTP
                 BATCHLCK.
