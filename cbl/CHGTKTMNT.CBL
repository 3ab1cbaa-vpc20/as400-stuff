       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHGTKTMNT.

      *================================================================
      *  Maintenance screen for the CHGTKTPF change ticket register,
      *  so "which ticket changed XREFCBL and was it reviewed" has
      *  an answer. Operator keys a ticket id and presses Enter to
      *  load it - that Enter only displays; nothing is updated until
      *  a further Enter for the same ticket. An id not on file
      *  comes up blank and that further Enter creates it (title and
      *  planned date required) with the job's user as requester.
      *  Then the header fields overtyped are saved, a "4" against
      *  an object removes it, and ENT-OBJ/ENT-OTYPE adds one.
      *
      *  F9 approves the ticket: not by its requester, and only for
      *  a user holding the CHGAPPROVE function (AUTHCHKSVC). Any
      *  change to an approved ticket withdraws the approval, so an
      *  approval always covers what is on file. A ticket CHGTKTVFY
      *  has verified against an inventory generation is closed.
      *  Every add, change and approval goes through AUDITLOG.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHGTKTPF       ASSIGN  TO DATABASE-CHGTKTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         TKID.

           SELECT CHGTKTOBJ      ASSIGN  TO DATABASE-CHGTKTOBJ
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         TOKEY.

           SELECT CHGTKTDSP      ASSIGN  TO WORKSTATION-CHGTKTDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
                  RELATIVE KEY   IS         WS-RELKEY
                  CONTROL-AREA   IS         WS-CONTROL-AREA.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CHGTKTPF
           LABEL RECORDS ARE STANDARD.
       01  CHGTKTPF-REC.
           COPY DDS-ALL-FORMATS OF CHGTKTPF.

       FD  CHGTKTOBJ
           LABEL RECORDS ARE STANDARD.
       01  CHGTKTOBJ-REC.
           COPY DDS-ALL-FORMATS OF CHGTKTOBJ.

       FD  CHGTKTDSP
           LABEL RECORDS ARE STANDARD.
       01  CHGTKTDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF CHGTKTDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF CHGTKTDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-CHGTKTOBJ-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CHGTKTOBJ       VALUE B"0".
               88  EOF-CHGTKTOBJ           VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".
           05  TICKET-ON-FILE-SW   PIC 1   VALUE B"0".
               88  TICKET-NOT-ON-FILE      VALUE B"0".
               88  TICKET-ON-FILE          VALUE B"1".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
               88  F9-APPROVE            VALUE "09".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF CHGTKTDSP.

      *          The ticket on the screen - an Enter keying a
      *          different one is a load only, as on HLPTXTMNT.

       01  WS-LOADED-TKID                PIC X(10) VALUE SPACES.

       01  WS-AUD-TICKET.
           05  WS-AUD-TITLE              PIC X(38).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-AUD-PLANDT             PIC 9(8).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-AUD-STAT               PIC X(1).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-AUD-APPROVER           PIC X(10).

       COPY QUSRJOBI OF QSYSINC-QLBLSRC.
       COPY QUSEC    OF QSYSINC-QLBLSRC.

       01  QUSRJOBI-PARM.
           05  QUALIFIED-JOB-NAME.
               10  JOBI-JOB-NAME-PARM      PIC X(10) VALUE "*".
               10  JOBI-USER-NAME-PARM     PIC X(10) VALUE SPACES.
               10  JOBI-JOB-NUMBER-PARM    PIC X(6)  VALUE SPACES.
           05  JOBI-INTERNAL-JOB-ID        PIC X(16) VALUE SPACES.
           05  JOBI-FORMAT-NAME            PIC X(8)  VALUE "JOBI0100".
           05  JOBI-RCVLEN                 PIC S9(9) BINARY VALUE 30.

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  AUDLOG-MODE                 PIC X(7).
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  AUTHCHK-PARM.
           05  AUTH-FUNC                   PIC X(10).
           05  AUTH-STAT                   PIC X(1).
           05  AUTH-USER                   PIC X(10).

       01  HLPWIN-PARM.
           05  HLPWIN-DSPF                 PIC X(10).
           05  HLPWIN-CTLFMT               PIC X(10).
           05  HLPWIN-SFLFMT               PIC X(10).
           05  HLPWIN-ROW                  PIC S9(3).
           05  HLPWIN-COL                  PIC S9(3).
           05  HLPWIN-DICTF                PIC X(10).
           05  HLPWIN-DICTP                PIC X(10).
           05  HLPWIN-FIELD                PIC X(10).
           05  HLPWIN-STAT                 PIC X(1).

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

           WRITE CHGTKTDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ CHGTKTDSP     INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           MOVE B"0" TO IN94 IN95 IN96 IN97 IN98.

           EVALUATE TRUE

              WHEN F3-EXIT
                 SET END-PROGRAM TO TRUE

              WHEN F1-HELP
                 PERFORM 8800-FIELD-HELP

              WHEN F9-APPROVE
                 IF SEL-TKID OF SFLCTL1-O = WS-LOADED-TKID
                 AND TICKET-ON-FILE
                    PERFORM 5000-APPROVE-TICKET
                    PERFORM 1050-LOAD-HEADER
                    PERFORM 1100-LOAD-SFL
                 END-IF

              WHEN F0-ENTER
                 IF SEL-TKID OF SFLCTL1-O NOT = SPACES
                    IF SEL-TKID OF SFLCTL1-O NOT = WS-LOADED-TKID
                       MOVE SEL-TKID OF SFLCTL1-O TO WS-LOADED-TKID
                       PERFORM 1050-LOAD-HEADER
                       PERFORM 1100-LOAD-SFL
                    ELSE
                       PERFORM 3000-SAVE-HEADER
                       IF TICKET-ON-FILE
                          PERFORM 2000-PROCESS-OPTIONS
                          IF ENT-OBJ OF SFLCTL1-O NOT = SPACES
                             PERFORM 4000-ADD-OBJECT
                          END-IF
                          PERFORM 1050-LOAD-HEADER
                       END-IF
                       PERFORM 1100-LOAD-SFL
                    END-IF
                 END-IF

           END-EVALUATE.

      *================================================================

       1050-LOAD-HEADER.

           MOVE SEL-TKID OF SFLCTL1-O TO TKID OF CHGTKTPF-REC.
           READ CHGTKTPF
              INVALID KEY
                 SET TICKET-NOT-ON-FILE TO TRUE
                 MOVE SPACES TO HDR-TITLE    OF SFLCTL1-O
                                HDR-PKTTGT   OF SFLCTL1-O
                                HDR-PKTTYP   OF SFLCTL1-O
                                HDR-REQUSER  OF SFLCTL1-O
                                HDR-APPROVER OF SFLCTL1-O
                                HDR-STAT     OF SFLCTL1-O
                 MOVE ZEROES TO HDR-PLANDT   OF SFLCTL1-O
                                HDR-PKTDATE  OF SFLCTL1-O
                                HDR-VFYGEN   OF SFLCTL1-O
              NOT INVALID KEY
                 SET TICKET-ON-FILE TO TRUE
                 MOVE TKTITLE    OF CHGTKTPF-REC
                    TO HDR-TITLE    OF SFLCTL1-O
                 MOVE TKPLANDT   OF CHGTKTPF-REC
                    TO HDR-PLANDT   OF SFLCTL1-O
                 MOVE TKPKTTGT   OF CHGTKTPF-REC
                    TO HDR-PKTTGT   OF SFLCTL1-O
                 MOVE TKPKTTYP   OF CHGTKTPF-REC
                    TO HDR-PKTTYP   OF SFLCTL1-O
                 MOVE TKPKTDATE  OF CHGTKTPF-REC
                    TO HDR-PKTDATE  OF SFLCTL1-O
                 MOVE TKREQUSER  OF CHGTKTPF-REC
                    TO HDR-REQUSER  OF SFLCTL1-O
                 MOVE TKAPPROVER OF CHGTKTPF-REC
                    TO HDR-APPROVER OF SFLCTL1-O
                 MOVE TKSTAT     OF CHGTKTPF-REC
                    TO HDR-STAT     OF SFLCTL1-O
                 MOVE TKVFYGEN   OF CHGTKTPF-REC
                    TO HDR-VFYGEN   OF SFLCTL1-O
           END-READ.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE CHGTKTDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-CHGTKTOBJ TO TRUE.
           MOVE ZEROES TO WS-RELKEY.

           MOVE SEL-TKID OF SFLCTL1-O TO TOTKID OF CHGTKTOBJ-REC.
           MOVE LOW-VALUES            TO TOOBJ  OF CHGTKTOBJ-REC.
           START CHGTKTOBJ KEY IS NOT LESS THAN TOKEY OF CHGTKTOBJ-REC
              INVALID KEY
                 SET EOF-CHGTKTOBJ TO TRUE
           END-START.

           PERFORM UNTIL EOF-CHGTKTOBJ OR WS-RELKEY = 999
              READ CHGTKTOBJ NEXT RECORD
                 AT END
                    SET EOF-CHGTKTOBJ TO TRUE
                 NOT AT END
                    IF TOTKID OF CHGTKTOBJ-REC
                          NOT = SEL-TKID OF SFLCTL1-O
                       SET EOF-CHGTKTOBJ TO TRUE
                    ELSE
                       INITIALIZE SFLREC1 OF SFLREC1-O
                       MOVE TOOBJ    OF CHGTKTOBJ-REC
                          TO SFL-OBJ    OF SFLREC1-O
                       MOVE TOTYPE   OF CHGTKTOBJ-REC
                          TO SFL-OTYPE  OF SFLREC1-O
                       MOVE TORESULT OF CHGTKTOBJ-REC
                          TO SFL-RESULT OF SFLREC1-O
                       ADD 1 TO WS-RELKEY
                       WRITE SUBFILE CHGTKTDSP-REC FROM SFLREC1-O
                          FORMAT IS "SFLREC1"
                          INDICATORS ARE INDICATOR-AREA
                       MOVE B"1" TO IN80
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE CHGTKTDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    IF SFL-OPT OF SFLREC1-O = "4"
                       PERFORM 2100-REMOVE-OBJECT
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2100-REMOVE-OBJECT.

           IF TKSTAT OF CHGTKTPF-REC = "V"
              MOVE B"1" TO IN94
           ELSE
              MOVE SEL-TKID OF SFLCTL1-O TO TOTKID OF CHGTKTOBJ-REC
              MOVE SFL-OBJ  OF SFLREC1-O TO TOOBJ  OF CHGTKTOBJ-REC
              READ CHGTKTOBJ
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DELETE CHGTKTOBJ
                    ADD 1 TO USGLOG-DLTS
                    MOVE "DELETE" TO AUDLOG-MODE
                    PERFORM 4200-AUDIT-OBJECT
                    PERFORM 3500-WITHDRAW-APPROVAL
              END-READ
           END-IF.

      *================================================================
      *  A new ticket is written on the first Enter that has its
      *  title and planned date; an existing one is rewritten only
      *  when a header field was actually overtyped.
      *================================================================

       3000-SAVE-HEADER.

           IF HDR-PKTTYP OF SFLCTL1-O NOT = SPACES
           AND HDR-PKTTYP OF SFLCTL1-O NOT = "F"
           AND HDR-PKTTYP OF SFLCTL1-O NOT = "L"
              MOVE B"1" TO IN95
           ELSE
              IF TICKET-NOT-ON-FILE
                 PERFORM 3100-ADD-TICKET
              ELSE
                 PERFORM 3200-CHANGE-TICKET
              END-IF
           END-IF.

      *================================================================

       3100-ADD-TICKET.

           IF HDR-TITLE  OF SFLCTL1-O = SPACES
           OR HDR-PLANDT OF SFLCTL1-O = ZEROES
              MOVE B"1" TO IN96
           ELSE
              PERFORM 8000-GET-JOB-USER
              INITIALIZE CHGTKTPF-REC
              MOVE SEL-TKID    OF SFLCTL1-O TO TKID      OF CHGTKTPF-REC
              MOVE HDR-TITLE   OF SFLCTL1-O TO TKTITLE   OF CHGTKTPF-REC
              MOVE HDR-PLANDT  OF SFLCTL1-O TO TKPLANDT  OF CHGTKTPF-REC
              MOVE HDR-PKTTGT  OF SFLCTL1-O TO TKPKTTGT  OF CHGTKTPF-REC
              MOVE HDR-PKTTYP  OF SFLCTL1-O TO TKPKTTYP  OF CHGTKTPF-REC
              MOVE HDR-PKTDATE OF SFLCTL1-O TO TKPKTDATE OF CHGTKTPF-REC
              MOVE JOBI-USER-NAME OF QUS-JOBI-0100
                                         TO TKREQUSER OF CHGTKTPF-REC
              MOVE FUNCTION CURRENT-DATE TO TKCRTTS   OF CHGTKTPF-REC
              MOVE "O"                   TO TKSTAT    OF CHGTKTPF-REC
              MOVE ZEROES                TO TKVFYGEN  OF CHGTKTPF-REC
              WRITE CHGTKTPF-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO USGLOG-ADDS
                    SET TICKET-ON-FILE TO TRUE
                    MOVE SPACES TO AUDLOG-BEF-DATA
                    PERFORM 3900-TICKET-IMAGE
                    MOVE WS-AUD-TICKET TO AUDLOG-AFT-DATA
                    MOVE "ADD"         TO AUDLOG-MODE
                    PERFORM 4100-AUDIT-TICKET
              END-WRITE
           END-IF.

      *================================================================

       3200-CHANGE-TICKET.

           MOVE SEL-TKID OF SFLCTL1-O TO TKID OF CHGTKTPF-REC.
           READ CHGTKTPF
              INVALID KEY
                 SET TICKET-NOT-ON-FILE TO TRUE
              NOT INVALID KEY
                 IF  HDR-TITLE   OF SFLCTL1-O
                       = TKTITLE   OF CHGTKTPF-REC
                 AND HDR-PLANDT  OF SFLCTL1-O
                       = TKPLANDT  OF CHGTKTPF-REC
                 AND HDR-PKTTGT  OF SFLCTL1-O
                       = TKPKTTGT  OF CHGTKTPF-REC
                 AND HDR-PKTTYP  OF SFLCTL1-O
                       = TKPKTTYP  OF CHGTKTPF-REC
                 AND HDR-PKTDATE OF SFLCTL1-O
                       = TKPKTDATE OF CHGTKTPF-REC
                    CONTINUE
                 ELSE
                    IF TKSTAT OF CHGTKTPF-REC = "V"
                       MOVE B"1" TO IN94
                    ELSE
                       PERFORM 3900-TICKET-IMAGE
                       MOVE WS-AUD-TICKET TO AUDLOG-BEF-DATA
                       MOVE HDR-TITLE   OF SFLCTL1-O
                          TO TKTITLE   OF CHGTKTPF-REC
                       MOVE HDR-PLANDT  OF SFLCTL1-O
                          TO TKPLANDT  OF CHGTKTPF-REC
                       MOVE HDR-PKTTGT  OF SFLCTL1-O
                          TO TKPKTTGT  OF CHGTKTPF-REC
                       MOVE HDR-PKTTYP  OF SFLCTL1-O
                          TO TKPKTTYP  OF CHGTKTPF-REC
                       MOVE HDR-PKTDATE OF SFLCTL1-O
                          TO TKPKTDATE OF CHGTKTPF-REC
                       MOVE SPACES TO TKAPPROVER OF CHGTKTPF-REC
                                      TKAPRTS    OF CHGTKTPF-REC
                       MOVE "O"    TO TKSTAT     OF CHGTKTPF-REC
                       REWRITE CHGTKTPF-REC
                       ADD 1 TO USGLOG-CHGS
                       PERFORM 3900-TICKET-IMAGE
                       MOVE WS-AUD-TICKET TO AUDLOG-AFT-DATA
                       MOVE "CHANGE"      TO AUDLOG-MODE
                       PERFORM 4100-AUDIT-TICKET
                    END-IF
                 END-IF
           END-READ.

      *================================================================
      *  An object added or removed after approval puts the ticket
      *  back to open for a fresh approval.
      *================================================================

       3500-WITHDRAW-APPROVAL.

           MOVE SEL-TKID OF SFLCTL1-O TO TKID OF CHGTKTPF-REC.
           READ CHGTKTPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF TKSTAT OF CHGTKTPF-REC = "A"
                    PERFORM 3900-TICKET-IMAGE
                    MOVE WS-AUD-TICKET TO AUDLOG-BEF-DATA
                    MOVE SPACES TO TKAPPROVER OF CHGTKTPF-REC
                                   TKAPRTS    OF CHGTKTPF-REC
                    MOVE "O"    TO TKSTAT     OF CHGTKTPF-REC
                    REWRITE CHGTKTPF-REC
                    ADD 1 TO USGLOG-CHGS
                    PERFORM 3900-TICKET-IMAGE
                    MOVE WS-AUD-TICKET TO AUDLOG-AFT-DATA
                    MOVE "CHANGE"      TO AUDLOG-MODE
                    PERFORM 4100-AUDIT-TICKET
                 END-IF
           END-READ.

      *================================================================

       3900-TICKET-IMAGE.

           MOVE TKTITLE    OF CHGTKTPF-REC TO WS-AUD-TITLE.
           MOVE TKPLANDT   OF CHGTKTPF-REC TO WS-AUD-PLANDT.
           MOVE TKSTAT     OF CHGTKTPF-REC TO WS-AUD-STAT.
           MOVE TKAPPROVER OF CHGTKTPF-REC TO WS-AUD-APPROVER.

      *================================================================

       4000-ADD-OBJECT.

           MOVE SEL-TKID OF SFLCTL1-O TO TKID OF CHGTKTPF-REC.
           READ CHGTKTPF
              INVALID KEY
                 CONTINUE
           END-READ.

           EVALUATE TRUE
              WHEN TKSTAT OF CHGTKTPF-REC = "V"
                 MOVE B"1" TO IN94
              WHEN ENT-OTYPE OF SFLCTL1-O NOT = "P"
               AND ENT-OTYPE OF SFLCTL1-O NOT = "F"
                 MOVE B"1" TO IN95
              WHEN OTHER
                 INITIALIZE CHGTKTOBJ-REC
                 MOVE SEL-TKID  OF SFLCTL1-O TO TOTKID OF CHGTKTOBJ-REC
                 MOVE ENT-OBJ   OF SFLCTL1-O TO TOOBJ  OF CHGTKTOBJ-REC
                 MOVE ENT-OTYPE OF SFLCTL1-O TO TOTYPE OF CHGTKTOBJ-REC
                 WRITE CHGTKTOBJ-REC
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       ADD 1 TO USGLOG-ADDS
                       MOVE "ADD" TO AUDLOG-MODE
                       PERFORM 4200-AUDIT-OBJECT
                       PERFORM 3500-WITHDRAW-APPROVAL
                 END-WRITE
                 MOVE SPACES TO ENT-OBJ   OF SFLCTL1-O
                                ENT-OTYPE OF SFLCTL1-O
           END-EVALUATE.

      *================================================================
      *  Caller sets AUDLOG-MODE and the before/after images.
      *================================================================

       4100-AUDIT-TICKET.

           MOVE "CHGTKTPF"              TO AUDLOG-FILE.
           MOVE SPACES                  TO AUDLOG-KEY.
           MOVE TKID OF CHGTKTPF-REC    TO AUDLOG-KEY(1:10).
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  Caller sets AUDLOG-MODE; CHGTKTOBJ-REC holds the object.
      *================================================================

       4200-AUDIT-OBJECT.

           MOVE "CHGTKTOBJ"             TO AUDLOG-FILE.
           MOVE SPACES                  TO AUDLOG-KEY.
           MOVE TOTKID OF CHGTKTOBJ-REC TO AUDLOG-KEY(1:10).
           MOVE TOOBJ  OF CHGTKTOBJ-REC TO AUDLOG-KEY(11:10).
           MOVE SPACES                  TO AUDLOG-BEF-DATA
                                           AUDLOG-AFT-DATA.
           IF AUDLOG-MODE = "DELETE"
              MOVE TOTYPE OF CHGTKTOBJ-REC TO AUDLOG-BEF-DATA(1:1)
           ELSE
              MOVE TOTYPE OF CHGTKTOBJ-REC TO AUDLOG-AFT-DATA(1:1)
           END-IF.
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  F9 - four-eyes approval. The requester is refused (IN97),
      *  so is a user without CHGAPPROVE (IN98) - AUTHCHKSVC has
      *  logged that attempt already.
      *================================================================

       5000-APPROVE-TICKET.

           MOVE SEL-TKID OF SFLCTL1-O TO TKID OF CHGTKTPF-REC.
           READ CHGTKTPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 8000-GET-JOB-USER
                 EVALUATE TRUE
                    WHEN TKSTAT OF CHGTKTPF-REC = "V"
                       MOVE B"1" TO IN94
                    WHEN TKSTAT OF CHGTKTPF-REC = "A"
                       CONTINUE
                    WHEN JOBI-USER-NAME OF QUS-JOBI-0100
                          = TKREQUSER OF CHGTKTPF-REC
                       MOVE B"1" TO IN97
                    WHEN OTHER
                       MOVE "CHGAPPROVE" TO AUTH-FUNC
                       CALL "AUTHCHKSVC" USING AUTHCHK-PARM
                       IF AUTH-STAT NOT = "Y"
                          MOVE B"1" TO IN98
                       ELSE
                          PERFORM 5100-RECORD-APPROVAL
                       END-IF
                 END-EVALUATE
           END-READ.

      *================================================================

       5100-RECORD-APPROVAL.

           PERFORM 3900-TICKET-IMAGE.
           MOVE WS-AUD-TICKET TO AUDLOG-BEF-DATA.
           MOVE JOBI-USER-NAME OF QUS-JOBI-0100
                                      TO TKAPPROVER OF CHGTKTPF-REC.
           MOVE FUNCTION CURRENT-DATE TO TKAPRTS    OF CHGTKTPF-REC.
           MOVE "A"                   TO TKSTAT     OF CHGTKTPF-REC.
           REWRITE CHGTKTPF-REC.
           ADD 1 TO USGLOG-CHGS.
           PERFORM 3900-TICKET-IMAGE.
           MOVE WS-AUD-TICKET TO AUDLOG-AFT-DATA.
           MOVE "APPROVE"     TO AUDLOG-MODE.
           PERFORM 4100-AUDIT-TICKET.

      *================================================================

       8000-GET-JOB-USER.

           MOVE 0 TO BYTES-PROVIDED OF QUS-EC.
           CALL "QUSRJOBI" USING QUS-JOBI-0100, JOBI-RCVLEN,
                JOBI-FORMAT-NAME, QUALIFIED-JOB-NAME,
                JOBI-INTERNAL-JOB-ID, QUS-EC.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "CHGTKTDSP"            TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "CHGTKTPF"             TO HLPWIN-DICTF.
           MOVE "TK"                   TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CHGTKTMNT"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O CHGTKTPF
                    CHGTKTOBJ
                    CHGTKTDSP.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE CHGTKTPF
                 CHGTKTOBJ
                 CHGTKTDSP.
