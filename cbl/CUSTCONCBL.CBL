      *  contact) used to live on paper because CUSTPF holds exactly
      *  one name and address. Reached from CUSTCBL's detail screen
      *  (F10) with the customer number; lists the CUSTCONPF rows for
      *  that customer, adds a contact from the entry line, takes
      *  one up onto the entry line with a "2" to change it, removes
      *  one with a "4", and logs every add/change/remove through
      *  the shared AUDITLOG routine. Each of them also drops a "K"
      *  notification on CUSTOUTF so the subscribers that take the
      *  contact extract hear about it. For an inactive customer
      *  the screen is display-only (IN75 protects the entry line
      *  and options) - the contacts stay on file, ready for a
      *  reactivation, but cannot be edited against a dead account.
      *================================================================

       ENVIRONMENT DIVISION.
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CONKEY.

           SELECT CUSTOUTF       ASSIGN  TO DATABASE-CUSTOUTF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTCONDSP     ASSIGN  TO WORKSTATION-CUSTCONDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
       01  CUSTCONPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCONPF.

       FD  CUSTOUTF
           LABEL RECORDS ARE STANDARD.
       01  CUSTOUTF-REC.
           COPY DDS-ALL-FORMATS OF CUSTOUTF.

       FD  CUSTCONDSP
           LABEL RECORDS ARE STANDARD.
       01  CUSTCONDSP-REC     PIC X(1920).

       01  WS-HIGH-SEQ                   PIC 9(3) VALUE ZEROES.

      *          The contact taken up with a "2" - the entry line
      *          saves over it until it is saved or blanked out.
       01  WS-CHG-SEQ                    PIC 9(3) VALUE ZEROES.
       01  WS-NOT-ACT                    PIC X(1).

       01  NBRSVC-PARM.
           05  NBRSVC-SERIES               PIC X(10).
           05  NBRSVC-NEXT                 PIC 9(6).
           05  NBRSVC-STAT                 PIC X(1).

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  CODVAL-DESC                 PIC X(30).
           05  CODVAL-STAT                 PIC X(1).

       01  USGLOG-PARM.
           05  USGLOG-ACTION               PIC X(1).
           05  USGLOG-PGM                  PIC X(10).
           05  USGLOG-FUNC                 PIC X(10).
           05  USGLOG-STRTS                PIC X(21).
           05  USGLOG-ADDS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-CHGS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-DLTS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-INQS                 PIC 9(5)  VALUE ZEROES.

       LINKAGE SECTION.

       01  CUSTCON-PARM.
              WHEN F12-CANCEL
                 SET END-PROGRAM TO TRUE

      *       The entry line is saved ahead of the options, so a
      *       "2" keyed on the same ENTER never throws away what was
      *       typed there. Blanking the name drops a change that
      *       was taken up.
              WHEN F0-ENTER
                 MOVE B"0" TO IN90
                 IF CUST-ACTIVE
                    IF ENT-NAME OF SFLCTL1-O NOT = SPACES
                       PERFORM 2900-VALIDATE-ROLE
                       IF IN90 = B"0"
                          IF WS-CHG-SEQ = ZEROES
                             PERFORM 3000-ADD-CONTACT
                          ELSE
                             PERFORM 3100-CHANGE-CONTACT
                          END-IF
                       END-IF
                    ELSE
                       MOVE ZEROES TO WS-CHG-SEQ
                    END-IF
                    PERFORM 2000-PROCESS-OPTIONS
                 END-IF
                 PERFORM 1100-LOAD-SFL


       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE WS-CHG-SEQ TO ENT-CHGSEQ OF SFLCTL1-O.
           IF WS-CHG-SEQ = ZEROES
              MOVE B"0" TO IN91
           ELSE
              MOVE B"1" TO IN91
           END-IF.

           MOVE B"0" TO IN80 IN81.
           WRITE CUSTCONDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    EVALUATE SFL-OPT OF SFLREC1-O
                       WHEN "2"
                          PERFORM 2050-TAKE-UP-CONTACT
                       WHEN "4"
                          PERFORM 2100-REMOVE-CONTACT
                    END-EVALUATE
              END-READ
           END-PERFORM.

      *================================================================

       2050-TAKE-UP-CONTACT.

           MOVE SFL-SEQ   OF SFLREC1-O TO WS-CHG-SEQ.
           MOVE SFL-NAME  OF SFLREC1-O TO ENT-NAME  OF SFLCTL1-O.
           MOVE SFL-ROLE  OF SFLREC1-O TO ENT-ROLE  OF SFLCTL1-O.
           MOVE SFL-PHONE OF SFLREC1-O TO ENT-PHONE OF SFLCTL1-O.

      *================================================================

       2100-REMOVE-CONTACT.
              NOT INVALID KEY
                 PERFORM 2200-AUDIT-REMOVE
                 DELETE CUSTCONPF
                 ADD 1 TO USGLOG-DLTS
                 MOVE "D" TO WS-NOT-ACT
                 PERFORM 4000-WRITE-NOTIFICATION
                 IF CONSEQ OF CUSTCONPF-REC = WS-CHG-SEQ
                    MOVE ZEROES TO WS-CHG-SEQ
                    MOVE SPACES TO ENT-NAME  OF SFLCTL1-O
                                   ENT-ROLE  OF SFLCTL1-O
                                   ENT-PHONE OF SFLCTL1-O
                 END-IF
           END-READ.

      *================================================================
           MOVE ENT-ROLE  OF SFLCTL1-O TO CONROLE  OF CUSTCONPF-REC.
           MOVE ENT-PHONE OF SFLCTL1-O TO CONPHONE OF CUSTCONPF-REC.
           WRITE CUSTCONPF-REC.
           ADD 1 TO USGLOG-ADDS.

           MOVE "CUSTCONPF"             TO AUDLOG-FILE.
           MOVE SPACES                  TO AUDLOG-KEY.
           MOVE CONROLE  OF CUSTCONPF-REC TO AUDLOG-AFT-DATA(31:20).
           CALL "AUDITLOG" USING AUDLOG-PARM.

           MOVE "A" TO WS-NOT-ACT.
           PERFORM 4000-WRITE-NOTIFICATION.

           MOVE SPACES TO ENT-NAME  OF SFLCTL1-O
                          ENT-ROLE  OF SFLCTL1-O
                          ENT-PHONE OF SFLCTL1-O.

      *================================================================
      *  A change keeps the contact's sequence; it is audited with
      *  the name/role before and after, the way an add and a
      *  remove are. Saving an unchanged line writes nothing. A
      *  contact removed meanwhile (another terminal) just drops
      *  the change.
      *================================================================

       3100-CHANGE-CONTACT.

           MOVE CON-LINK-CUSTNO TO CONCUSTNO OF CUSTCONPF-REC.
           MOVE WS-CHG-SEQ      TO CONSEQ    OF CUSTCONPF-REC.
           READ CUSTCONPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ENT-NAME  OF SFLCTL1-O NOT = CONNAME  OF
                                                  CUSTCONPF-REC
                 OR ENT-ROLE  OF SFLCTL1-O NOT = CONROLE  OF
                                                  CUSTCONPF-REC
                 OR ENT-PHONE OF SFLCTL1-O NOT = CONPHONE OF
                                                  CUSTCONPF-REC
                    MOVE "CUSTCONPF"             TO AUDLOG-FILE
                    MOVE SPACES                  TO AUDLOG-KEY
                    MOVE CONCUSTNO OF CUSTCONPF-REC
                       TO AUDLOG-KEY(1:6)
                    MOVE CONSEQ    OF CUSTCONPF-REC
                       TO AUDLOG-KEY(8:3)
                    MOVE "CHANGE"                TO AUDLOG-MODE
                    MOVE SPACES                  TO AUDLOG-BEF-DATA
                                                    AUDLOG-AFT-DATA
                    MOVE CONNAME  OF CUSTCONPF-REC
                       TO AUDLOG-BEF-DATA(1:30)
                    MOVE CONROLE  OF CUSTCONPF-REC
                       TO AUDLOG-BEF-DATA(31:20)
                    MOVE ENT-NAME  OF SFLCTL1-O
                       TO CONNAME  OF CUSTCONPF-REC
                    MOVE ENT-ROLE  OF SFLCTL1-O
                       TO CONROLE  OF CUSTCONPF-REC
                    MOVE ENT-PHONE OF SFLCTL1-O
                       TO CONPHONE OF CUSTCONPF-REC
                    REWRITE CUSTCONPF-REC
                    ADD 1 TO USGLOG-CHGS
                    MOVE CONNAME  OF CUSTCONPF-REC
                       TO AUDLOG-AFT-DATA(1:30)
                    MOVE CONROLE  OF CUSTCONPF-REC
                       TO AUDLOG-AFT-DATA(31:20)
                    CALL "AUDITLOG" USING AUDLOG-PARM
                    MOVE "C" TO WS-NOT-ACT
                    PERFORM 4000-WRITE-NOTIFICATION
                 END-IF
           END-READ.

           MOVE ZEROES TO WS-CHG-SEQ.
           MOVE SPACES TO ENT-NAME  OF SFLCTL1-O
                          ENT-ROLE  OF SFLCTL1-O
                          ENT-PHONE OF SFLCTL1-O.

      *================================================================
      *  Downstream notification - the CUSTCBL 2260-WRITE-CUSTOUTF
      *  record with type "K" and the contact's key and action; the
      *  export step reads the contact itself when it builds the
      *  contact extract.
      *================================================================

       4000-WRITE-NOTIFICATION.

           INITIALIZE CUSTOUTF-REC.
           MOVE CON-LINK-CUSTNO       TO NOTCUSTNO OF CUSTOUTF-REC.
           MOVE FUNCTION CURRENT-DATE TO NOTTS     OF CUSTOUTF-REC.
           MOVE "N"                   TO NOTSTAT   OF CUSTOUTF-REC.
           MOVE "K"                   TO NOTTYPE   OF CUSTOUTF-REC.
           MOVE CONSEQ OF CUSTCONPF-REC
                                      TO NOTCONSEQ OF CUSTOUTF-REC.
           MOVE WS-NOT-ACT            TO NOTCONACT OF CUSTOUTF-REC.
           MOVE "NOTID"   TO NBRSVC-SERIES.
           CALL "CUSTNBRSVC" USING NBRSVC-PARM.
           IF NBRSVC-STAT = "Y"
              MOVE NBRSVC-NEXT TO NOTID OF CUSTOUTF-REC
           END-IF.
           WRITE CUSTOUTF-REC.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CUSTCONCBL" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT  CUSTPF
                I-O    CUSTCONPF
                       CUSTCONDSP
                EXTEND CUSTOUTF.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE CUSTPF
                 CUSTCONPF
                 CUSTOUTF
                 CUSTCONDSP.
