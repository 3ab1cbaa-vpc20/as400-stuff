       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTRELCBL.

      *================================================================
      *  Customer relationship maintenance subfile - large accounts
      *  sat on CUSTPF as a dozen unrelated CUSTNOs, one per site,
      *  with nothing tying them to the head office that pays.
      *  Reached from CUSTCBL's detail screen (F14) with the parent
      *  customer number; lists the CUSTRELPF rows naming that
      *  customer as parent, with each child's status and billing's
      *  last balance, adds a child from the entry line and removes
      *  one with a "4". Every add/remove is logged through the
      *  shared AUDITLOG routine. F6 opens the CUSTRELINQ roll-up
      *  of the whole family.
      *
      *  A child must be a live customer, must not already hang off
      *  another parent (CUSTRELL1, keyed by child, answers that in
      *  one read), and must not be this parent or any customer
      *  above it - the climb up through CUSTRELL1 refuses the loop
      *  that would make the roll-up count a family twice. For an
      *  inactive parent the screen is display-only (IN75), the
      *  CUSTCONCBL convention.
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

           SELECT CUSTRELPF      ASSIGN  TO DATABASE-CUSTRELPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         RELKEY.

           SELECT CUSTRELL1      ASSIGN  TO DATABASE-CUSTRELL1
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY.

           SELECT CUSTBALPF      ASSIGN  TO DATABASE-CUSTBALPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         BALCUSTNO.

           SELECT CUSTRELDSP     ASSIGN  TO WORKSTATION-CUSTRELDSP-SI
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

       FD  CUSTRELPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTRELPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTRELPF.

       FD  CUSTRELL1
           LABEL RECORDS ARE STANDARD.
       01  CUSTRELL1-REC.
           COPY DDS-ALL-FORMATS OF CUSTRELL1.

       FD  CUSTBALPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTBALPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALPF.

       FD  CUSTRELDSP
           LABEL RECORDS ARE STANDARD.
       01  CUSTRELDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF CUSTRELDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF CUSTRELDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-CUSTRELPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTRELPF       VALUE B"0".
               88  EOF-CUSTRELPF           VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".
           05  CUST-ACTIVE-SW      PIC 1   VALUE B"0".
               88  CUST-ACTIVE             VALUE B"1".
               88  CUST-NOT-ACTIVE         VALUE B"0".
           05  TOP-REACHED-SW      PIC 1   VALUE B"0".
               88  TOP-NOT-REACHED         VALUE B"0".
               88  TOP-REACHED             VALUE B"1".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F3-EXIT               VALUE "03".
               88  F6-ROLLUP             VALUE "06".
               88  F12-CANCEL            VALUE "12".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF CUSTRELDSP.

      *          Climb work for the loop check - the ancestor being
      *          looked at, and a level count so a family already
      *          damaged by a loop cannot hold the screen forever.
       01  CLIMB-WORK.
           05  WS-CLIMB-CUSTNO           PIC 9(6).
           05  WS-CLIMB-LEVEL            PIC S9(3) BINARY.

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  AUDLOG-MODE                 PIC X(7).
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  CODVAL-PARM.
           05  CODVAL-TABLE                PIC X(10).
           05  CODVAL-CODE                 PIC X(10).
           05  CODVAL-DESC                 PIC X(30).
           05  CODVAL-STAT                 PIC X(1).

       01  CUSTRLI-PARM.
           05  RLI-LINK-CUSTNO             PIC 9(6).

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

       01  CUSTREL-PARM.
           05  REL-LINK-CUSTNO           PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING CUSTREL-PARM.

       0000-MAIN-LOGIC.

           PERFORM 9000-SET-UP.

           PERFORM 1000-PROCESS
              UNTIL END-PROGRAM.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       1000-PROCESS.

           WRITE CUSTRELDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ CUSTRELDSP    INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
              WHEN F12-CANCEL
                 SET END-PROGRAM TO TRUE

              WHEN F6-ROLLUP
                 MOVE REL-LINK-CUSTNO TO RLI-LINK-CUSTNO
                 CALL "CUSTRELINQ" USING CUSTRLI-PARM

              WHEN F0-ENTER
                 MOVE B"0" TO IN90 IN91 IN92 IN93
                 IF CUST-ACTIVE
                    PERFORM 2000-PROCESS-OPTIONS
                    IF ENT-CHILD OF SFLCTL1-O NOT = ZEROES
                       PERFORM 2900-VALIDATE-CHILD
                       IF  IN90 = B"0" AND IN91 = B"0"
                       AND IN92 = B"0" AND IN93 = B"0"
                          PERFORM 3000-ADD-CHILD
                       END-IF
                    END-IF
                 END-IF
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE CUSTRELDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-CUSTRELPF TO TRUE.
           MOVE ZEROES TO WS-RELKEY.

           MOVE REL-LINK-CUSTNO TO RELPARENT OF CUSTRELPF-REC.
           MOVE ZEROES          TO RELCHILD  OF CUSTRELPF-REC.
           START CUSTRELPF KEY IS NOT LESS THAN RELKEY
                 OF CUSTRELPF-REC
              INVALID KEY
                 SET EOF-CUSTRELPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTRELPF OR WS-RELKEY = 999
              READ CUSTRELPF NEXT RECORD
                 AT END
                    SET EOF-CUSTRELPF TO TRUE
                 NOT AT END
                    IF RELPARENT OF CUSTRELPF-REC
                          NOT = REL-LINK-CUSTNO
                       SET EOF-CUSTRELPF TO TRUE
                    ELSE
                       PERFORM 1200-MOVE-DATA
                       ADD 1 TO WS-RELKEY
                       WRITE SUBFILE CUSTRELDSP-REC FROM SFLREC1-O
                          FORMAT IS "SFLREC1"
                          INDICATORS ARE INDICATOR-AREA
                       MOVE B"1" TO IN80
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  A child that has since left CUSTPF (retired to the archive)
      *  still lists, with no name - the row is there to be removed.
      *================================================================

       1200-MOVE-DATA.

           INITIALIZE SFLREC1 OF SFLREC1-O.

           MOVE RELCHILD OF CUSTRELPF-REC TO SFL-CHILD OF SFLREC1-O.
           MOVE RELTYPE  OF CUSTRELPF-REC TO SFL-TYPE  OF SFLREC1-O.

           MOVE RELCHILD OF CUSTRELPF-REC TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 MOVE "*NOT ON FILE*" TO SFL-NAME OF SFLREC1-O
              NOT INVALID KEY
                 MOVE CUSTNAME OF CUSTPF-REC TO SFL-NAME OF SFLREC1-O
                 MOVE CUSTSTAT OF CUSTPF-REC TO SFL-STAT OF SFLREC1-O
           END-READ.

           MOVE RELCHILD OF CUSTRELPF-REC TO BALCUSTNO OF CUSTBALPF-REC.
           READ CUSTBALPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE BALAMT OF CUSTBALPF-REC TO SFL-BAL OF SFLREC1-O
           END-READ.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE CUSTRELDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    IF SFL-OPT OF SFLREC1-O = "4"
                       PERFORM 2100-REMOVE-CHILD
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2100-REMOVE-CHILD.

           MOVE REL-LINK-CUSTNO        TO RELPARENT OF CUSTRELPF-REC.
           MOVE SFL-CHILD OF SFLREC1-O TO RELCHILD  OF CUSTRELPF-REC.
           READ CUSTRELPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 2200-AUDIT-REMOVE
                 DELETE CUSTRELPF
                 ADD 1 TO USGLOG-DLTS
           END-READ.

      *================================================================

       2200-AUDIT-REMOVE.

           MOVE "CUSTRELPF"             TO AUDLOG-FILE.
           MOVE SPACES                  TO AUDLOG-KEY.
           MOVE RELPARENT OF CUSTRELPF-REC TO AUDLOG-KEY(1:6).
           MOVE RELCHILD  OF CUSTRELPF-REC TO AUDLOG-KEY(8:6).
           MOVE "DELETE"                TO AUDLOG-MODE.
           MOVE SPACES                  TO AUDLOG-BEF-DATA.
           MOVE RELCHILD OF CUSTRELPF-REC TO AUDLOG-BEF-DATA(1:6).
           MOVE RELTYPE  OF CUSTRELPF-REC TO AUDLOG-BEF-DATA(8:3).
           MOVE SPACES                  TO AUDLOG-AFT-DATA.
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  Entry-line checks, each with its own message indicator so
      *  the operator knows which rule refused the child.
      *================================================================

       2900-VALIDATE-CHILD.

           MOVE SPACES TO ENT-TYPEDSC OF SFLCTL1-O.
           MOVE "RELTYPE"               TO CODVAL-TABLE.
           MOVE ENT-TYPE OF SFLCTL1-O   TO CODVAL-CODE.
           CALL "CODVALSVC" USING CODVAL-PARM.
           IF CODVAL-STAT = "Y"
              MOVE CODVAL-DESC TO ENT-TYPEDSC OF SFLCTL1-O
           ELSE
              MOVE B"1" TO IN90
           END-IF.

           MOVE ENT-CHILD OF SFLCTL1-O TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 MOVE B"1" TO IN91
              NOT INVALID KEY
                 IF CUSTSTAT OF CUSTPF-REC = "I"
                    MOVE B"1" TO IN91
                 END-IF
           END-READ.

           MOVE ENT-CHILD OF SFLCTL1-O TO RELCHILD OF CUSTRELL1-REC.
           READ CUSTRELL1
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE B"1" TO IN92
           END-READ.

           IF ENT-CHILD OF SFLCTL1-O = REL-LINK-CUSTNO
              MOVE B"1" TO IN93
           ELSE
              PERFORM 2950-CHECK-ANCESTORS
           END-IF.

      *================================================================
      *  Climb from this parent to the top of its family; meeting
      *  the proposed child on the way means the child is already
      *  above this parent, and hanging it underneath would close a
      *  loop.
      *================================================================

       2950-CHECK-ANCESTORS.

           MOVE REL-LINK-CUSTNO TO WS-CLIMB-CUSTNO.
           MOVE ZEROES          TO WS-CLIMB-LEVEL.
           SET TOP-NOT-REACHED  TO TRUE.

           PERFORM UNTIL TOP-REACHED OR IN93 = B"1"
              MOVE WS-CLIMB-CUSTNO TO RELCHILD OF CUSTRELL1-REC
              READ CUSTRELL1
                 INVALID KEY
                    SET TOP-REACHED TO TRUE
                 NOT INVALID KEY
                    MOVE RELPARENT OF CUSTRELL1-REC TO WS-CLIMB-CUSTNO
                    ADD 1 TO WS-CLIMB-LEVEL
                    IF WS-CLIMB-CUSTNO = ENT-CHILD OF SFLCTL1-O
                    OR WS-CLIMB-LEVEL > 99
                       MOVE B"1" TO IN93
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       3000-ADD-CHILD.

           INITIALIZE CUSTRELPF-REC.
           MOVE REL-LINK-CUSTNO        TO RELPARENT OF CUSTRELPF-REC.
           MOVE ENT-CHILD OF SFLCTL1-O TO RELCHILD  OF CUSTRELPF-REC.
           MOVE ENT-TYPE  OF SFLCTL1-O TO RELTYPE   OF CUSTRELPF-REC.
           MOVE FUNCTION CURRENT-DATE  TO RELUPDTS  OF CUSTRELPF-REC.
           WRITE CUSTRELPF-REC.
           ADD 1 TO USGLOG-ADDS.

           MOVE "CUSTRELPF"             TO AUDLOG-FILE.
           MOVE SPACES                  TO AUDLOG-KEY.
           MOVE RELPARENT OF CUSTRELPF-REC TO AUDLOG-KEY(1:6).
           MOVE RELCHILD  OF CUSTRELPF-REC TO AUDLOG-KEY(8:6).
           MOVE "ADD"                   TO AUDLOG-MODE.
           MOVE SPACES                  TO AUDLOG-BEF-DATA.
           MOVE SPACES                  TO AUDLOG-AFT-DATA.
           MOVE RELCHILD OF CUSTRELPF-REC TO AUDLOG-AFT-DATA(1:6).
           MOVE RELTYPE  OF CUSTRELPF-REC TO AUDLOG-AFT-DATA(8:3).
           CALL "AUDITLOG" USING AUDLOG-PARM.

           MOVE ZEROES TO ENT-CHILD   OF SFLCTL1-O.
           MOVE SPACES TO ENT-TYPE    OF SFLCTL1-O
                          ENT-TYPEDSC OF SFLCTL1-O.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CUSTRELCBL" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT CUSTPF
                      CUSTRELL1
                      CUSTBALPF
                I-O   CUSTRELPF
                      CUSTRELDSP.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

           MOVE REL-LINK-CUSTNO TO REL-CUSTNO OF SFLCTL1-O.
           MOVE REL-LINK-CUSTNO TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 SET CUST-NOT-ACTIVE TO TRUE
                 MOVE B'1' TO IN75
              NOT INVALID KEY
                 MOVE CUSTNAME OF CUSTPF-REC
                    TO REL-CUSTNAME OF SFLCTL1-O
                 IF CUSTSTAT OF CUSTPF-REC NOT = "I"
                    SET CUST-ACTIVE TO TRUE
                    MOVE B'0' TO IN75
                 ELSE
                    SET CUST-NOT-ACTIVE TO TRUE
                    MOVE B'1' TO IN75
                 END-IF
           END-READ.

           PERFORM 1100-LOAD-SFL.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE CUSTPF
                 CUSTRELPF
                 CUSTRELL1
                 CUSTBALPF
                 CUSTRELDSP.
