       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTRELINQ.

      *================================================================
      *  Account family roll-up inquiry - "what does the whole group
      *  owe us" used to be a calculator and a dozen CUSTCBL display
      *  screens. Given any member of a family (from CUSTRELCBL's F6
      *  or CUSTCBL's F15), this climbs CUSTRELL1 to the top of the
      *  tree, then lays out every member under it - each child
      *  directly beneath its own parent, indented by level - with
      *  its status and billing's last balance from CUSTBALPF, and
      *  totals the balances across the family on the header.
      *
      *  The family is built in a working table first: each member's
      *  children are inserted immediately after it, so walking the
      *  table front to back visits the tree in parent-before-child
      *  order without recursion. A family bigger than the table is
      *  flagged (IN91) rather than silently undercounted. Members
      *  no longer on CUSTPF or inactive are highlighted (IN70) -
      *  their balances still count, billing is still owed them.
      *  Read-only; Enter or F5 reloads, F3/F12 return.
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

           SELECT CUSTRLIDSP     ASSIGN  TO WORKSTATION-CUSTRLIDSP-SI
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

       FD  CUSTRLIDSP
           LABEL RECORDS ARE STANDARD.
       01  CUSTRLIDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF CUSTRLIDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF CUSTRLIDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-CUSTRELPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTRELPF       VALUE B"0".
               88  EOF-CUSTRELPF           VALUE B"1".
           05  TOP-REACHED-SW      PIC 1   VALUE B"0".
               88  TOP-NOT-REACHED         VALUE B"0".
               88  TOP-REACHED             VALUE B"1".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F3-EXIT               VALUE "03".
               88  F5-REFRESH            VALUE "05".
               88  F12-CANCEL            VALUE "12".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF CUSTRLIDSP.

       01  CLIMB-WORK.
           05  WS-CLIMB-CUSTNO           PIC 9(6).
           05  WS-CLIMB-LEVEL            PIC S9(3) BINARY.

      *          The family in display order. FAM-NEXT is the member
      *          whose children are being inserted; FAM-INS is where
      *          the next of them goes.
       01  FAMILY-TABLE.
           05  FAM-COUNT                 PIC S9(5) BINARY VALUE 0.
           05  FAM-MAX                   PIC S9(5) BINARY VALUE 500.
           05  FAM-NEXT                  PIC S9(5) BINARY.
           05  FAM-INS                   PIC S9(5) BINARY.
           05  FAM-SUB                   PIC S9(5) BINARY.
           05  FAM-ENTRY OCCURS 500 TIMES.
               10  FAM-CUSTNO            PIC 9(6).
               10  FAM-LEVEL             PIC 9(2).
               10  FAM-TYPE              PIC X(3).

       01  WS-TOTAL-BAL                  PIC S9(11)V99 VALUE ZEROES.

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

       01  CUSTRLI-PARM.
           05  RLI-LINK-CUSTNO           PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING CUSTRLI-PARM.

       0000-MAIN-LOGIC.

           PERFORM 9000-SET-UP.

           PERFORM 1000-PROCESS
              UNTIL END-PROGRAM.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       1000-PROCESS.

           WRITE CUSTRLIDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ CUSTRLIDSP    INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
              WHEN F12-CANCEL
                 SET END-PROGRAM TO TRUE

              WHEN F0-ENTER
              WHEN F5-REFRESH
                 PERFORM 2000-BUILD-FAMILY
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE CUSTRLIDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           MOVE ZEROES TO WS-RELKEY WS-TOTAL-BAL.

           PERFORM VARYING FAM-SUB FROM 1 BY 1
                   UNTIL FAM-SUB > FAM-COUNT OR WS-RELKEY = 999
              PERFORM 1200-MOVE-DATA
              ADD 1 TO WS-RELKEY
              WRITE SUBFILE CUSTRLIDSP-REC FROM SFLREC1-O
                 FORMAT IS "SFLREC1"
                 INDICATORS ARE INDICATOR-AREA
              MOVE B"1" TO IN80
           END-PERFORM.

           MOVE FAM-COUNT    TO RLI-MEMBERS OF SFLCTL1-O.
           MOVE WS-TOTAL-BAL TO RLI-TOTBAL  OF SFLCTL1-O.

      *================================================================

       1200-MOVE-DATA.

           INITIALIZE SFLREC1 OF SFLREC1-O.
           MOVE B"0" TO IN70.

           MOVE FAM-LEVEL  (FAM-SUB) TO SFL-LEVEL  OF SFLREC1-O.
           MOVE FAM-CUSTNO (FAM-SUB) TO SFL-CUSTNO OF SFLREC1-O.
           MOVE FAM-TYPE   (FAM-SUB) TO SFL-TYPE   OF SFLREC1-O.
           IF FAM-LEVEL (FAM-SUB) > 5
              MOVE ALL "." TO SFL-INDENT OF SFLREC1-O
           ELSE
              IF FAM-LEVEL (FAM-SUB) > ZEROES
                 MOVE ALL "." TO SFL-INDENT OF SFLREC1-O
                                   (1:FAM-LEVEL (FAM-SUB) * 2)
              END-IF
           END-IF.

           MOVE FAM-CUSTNO (FAM-SUB) TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 MOVE "*NOT ON FILE*" TO SFL-NAME OF SFLREC1-O
                 MOVE B"1" TO IN70
              NOT INVALID KEY
                 MOVE CUSTNAME OF CUSTPF-REC TO SFL-NAME OF SFLREC1-O
                 MOVE CUSTSTAT OF CUSTPF-REC TO SFL-STAT OF SFLREC1-O
                 IF CUSTSTAT OF CUSTPF-REC = "I"
                    MOVE B"1" TO IN70
                 END-IF
           END-READ.

           MOVE FAM-CUSTNO (FAM-SUB) TO BALCUSTNO OF CUSTBALPF-REC.
           READ CUSTBALPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE BALAMT OF CUSTBALPF-REC TO SFL-BAL OF SFLREC1-O
                 ADD BALAMT OF CUSTBALPF-REC TO WS-TOTAL-BAL
           END-READ.

      *================================================================
      *  Find the top of the family, then grow the table from it.
      *================================================================

       2000-BUILD-FAMILY.

           MOVE B"0" TO IN91.
           MOVE RLI-LINK-CUSTNO TO WS-CLIMB-CUSTNO.
           MOVE ZEROES          TO WS-CLIMB-LEVEL.
           SET TOP-NOT-REACHED  TO TRUE.

           PERFORM UNTIL TOP-REACHED
              MOVE WS-CLIMB-CUSTNO TO RELCHILD OF CUSTRELL1-REC
              READ CUSTRELL1
                 INVALID KEY
                    SET TOP-REACHED TO TRUE
                 NOT INVALID KEY
                    MOVE RELPARENT OF CUSTRELL1-REC TO WS-CLIMB-CUSTNO
                    ADD 1 TO WS-CLIMB-LEVEL
                    IF WS-CLIMB-LEVEL > 99
                       SET TOP-REACHED TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-CLIMB-CUSTNO TO RLI-TOPNO OF SFLCTL1-O.
           MOVE SPACES          TO RLI-TOPNAME OF SFLCTL1-O.
           MOVE WS-CLIMB-CUSTNO TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CUSTNAME OF CUSTPF-REC
                    TO RLI-TOPNAME OF SFLCTL1-O
           END-READ.

           MOVE 1               TO FAM-COUNT.
           MOVE WS-CLIMB-CUSTNO TO FAM-CUSTNO (1).
           MOVE ZEROES          TO FAM-LEVEL  (1).
           MOVE SPACES          TO FAM-TYPE   (1).

           PERFORM VARYING FAM-NEXT FROM 1 BY 1
                   UNTIL FAM-NEXT > FAM-COUNT
              PERFORM 2100-INSERT-CHILDREN
           END-PERFORM.

      *================================================================
      *  Each child of the member at FAM-NEXT goes in directly after
      *  it (and after any sibling already inserted), pushing the
      *  rest of the table down one - so when the walk reaches that
      *  child, its own children land under it, ahead of its
      *  younger siblings.
      *================================================================

       2100-INSERT-CHILDREN.

           COMPUTE FAM-INS = FAM-NEXT + 1.
           SET NOT-EOF-CUSTRELPF TO TRUE.

           MOVE FAM-CUSTNO (FAM-NEXT) TO RELPARENT OF CUSTRELPF-REC.
           MOVE ZEROES                TO RELCHILD  OF CUSTRELPF-REC.
           START CUSTRELPF KEY IS NOT LESS THAN RELKEY
                 OF CUSTRELPF-REC
              INVALID KEY
                 SET EOF-CUSTRELPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTRELPF
              READ CUSTRELPF NEXT RECORD
                 AT END
                    SET EOF-CUSTRELPF TO TRUE
                 NOT AT END
                    IF RELPARENT OF CUSTRELPF-REC
                          NOT = FAM-CUSTNO (FAM-NEXT)
                       SET EOF-CUSTRELPF TO TRUE
                    ELSE
                       IF FAM-COUNT < FAM-MAX
                          PERFORM 2200-INSERT-MEMBER
                       ELSE
                          MOVE B"1" TO IN91
                          SET EOF-CUSTRELPF TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       2200-INSERT-MEMBER.

           PERFORM VARYING FAM-SUB FROM FAM-COUNT BY -1
                   UNTIL FAM-SUB < FAM-INS
              MOVE FAM-ENTRY (FAM-SUB) TO FAM-ENTRY (FAM-SUB + 1)
           END-PERFORM.

           MOVE RELCHILD OF CUSTRELPF-REC TO FAM-CUSTNO (FAM-INS).
           MOVE RELTYPE  OF CUSTRELPF-REC TO FAM-TYPE   (FAM-INS).
           COMPUTE FAM-LEVEL (FAM-INS) = FAM-LEVEL (FAM-NEXT) + 1.
           ADD 1 TO FAM-COUNT.
           ADD 1 TO FAM-INS.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CUSTRELINQ" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT CUSTPF
                      CUSTRELPF
                      CUSTRELL1
                      CUSTBALPF
                I-O   CUSTRLIDSP.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.
           MOVE RLI-LINK-CUSTNO TO RLI-CUSTNO OF SFLCTL1-O.

           PERFORM 2000-BUILD-FAMILY.
           PERFORM 1100-LOAD-SFL.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE CUSTPF
                 CUSTRELPF
                 CUSTRELL1
                 CUSTBALPF
                 CUSTRLIDSP.
