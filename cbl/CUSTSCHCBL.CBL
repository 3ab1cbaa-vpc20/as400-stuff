       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTSCHCBL.

      *================================================================
      *  Scheduled customer changes subfile - customers tell us weeks
      *  ahead that they are moving or changing their trading name,
      *  and nobody should have to remember to key it on the right
      *  morning. Reached from CUSTCBL's detail screen (F16) with the
      *  customer number; lists the customer's CUSTSCHPF rows in
      *  effective-date order, schedules a new name and/or address
      *  from the entry line, and cancels a pending one with a "4".
      *  The CUSTSCHAPL nightly step applies each change on its
      *  business date. The entry line takes the same checks CUSTCBL
      *  puts on a name/address (street and city together) plus a
      *  future business day; adds and cancels are logged through
      *  AUDITLOG. For an inactive customer the screen is display-
      *  only (IN75), the CUSTCONCBL convention.
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

           SELECT CUSTSCHPF      ASSIGN  TO DATABASE-CUSTSCHPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SCHID.

           SELECT CUSTSCHL1      ASSIGN  TO DATABASE-CUSTSCHL1
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTSCHDSP     ASSIGN  TO WORKSTATION-CUSTSCHDSP-SI
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

       FD  CUSTSCHPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTSCHPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTSCHPF.

       FD  CUSTSCHL1
           LABEL RECORDS ARE STANDARD.
       01  CUSTSCHL1-REC.
           COPY DDS-ALL-FORMATS OF CUSTSCHL1.

       FD  CUSTSCHDSP
           LABEL RECORDS ARE STANDARD.
       01  CUSTSCHDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF CUSTSCHDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF CUSTSCHDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-CUSTSCHL1-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTSCHL1       VALUE B"0".
               88  EOF-CUSTSCHL1           VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".
           05  CUST-ACTIVE-SW      PIC 1   VALUE B"0".
               88  CUST-ACTIVE             VALUE B"1".
               88  CUST-NOT-ACTIVE         VALUE B"0".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F3-EXIT               VALUE "03".
               88  F12-CANCEL            VALUE "12".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF CUSTSCHDSP.

       01  DATE-WORK.
           05  WS-TODAY            PIC 9(8).
           05  WS-EFF-INT          PIC S9(9) BINARY.
           05  WS-EFF-CHECK        PIC 9(8).

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

       01  NBRSVC-PARM.
           05  NBRSVC-SERIES               PIC X(10).
           05  NBRSVC-NEXT                 PIC 9(6).
           05  NBRSVC-STAT                 PIC X(1).

       01  BUSDAY-PARM.
           05  BUSDAY-FUNC                 PIC X(1).
           05  BUSDAY-FROM                 PIC 9(8).
           05  BUSDAY-TO                   PIC 9(8).
           05  BUSDAY-COUNT                PIC S9(5).
           05  BUSDAY-STAT                 PIC X(1).

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

       01  CUSTSCH-PARM.
           05  SCH-LINK-CUSTNO           PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING CUSTSCH-PARM.

       0000-MAIN-LOGIC.

           PERFORM 9000-SET-UP.

           PERFORM 1000-PROCESS
              UNTIL END-PROGRAM.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       1000-PROCESS.

           WRITE CUSTSCHDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ CUSTSCHDSP    INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
              WHEN F12-CANCEL
                 SET END-PROGRAM TO TRUE

              WHEN F0-ENTER
                 MOVE B"0" TO IN90 IN91 IN92 IN93
                 IF CUST-ACTIVE
                    PERFORM 2000-PROCESS-OPTIONS
                    IF ENT-EFFDATE OF SFLCTL1-O NOT = ZEROES
                    OR ENT-NAME    OF SFLCTL1-O NOT = SPACES
                    OR ENT-STREET  OF SFLCTL1-O NOT = SPACES
                    OR ENT-CITY    OF SFLCTL1-O NOT = SPACES
                    OR ENT-POST    OF SFLCTL1-O NOT = SPACES
                       PERFORM 2900-VALIDATE-ENTRY
                       IF IN90 = B"0" AND IN91 = B"0"
                       AND IN92 = B"0"
                          PERFORM 3000-ADD-SCHEDULED
                       END-IF
                    END-IF
                 END-IF
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE CUSTSCHDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-CUSTSCHL1 TO TRUE.
           MOVE ZEROES TO WS-RELKEY.

           MOVE SCH-LINK-CUSTNO TO SCHCUSTNO  OF CUSTSCHL1-REC.
           MOVE ZEROES          TO SCHEFFDATE OF CUSTSCHL1-REC.
           START CUSTSCHL1 KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY
              INVALID KEY
                 SET EOF-CUSTSCHL1 TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTSCHL1 OR WS-RELKEY = 999
              READ CUSTSCHL1 NEXT RECORD
                 AT END
                    SET EOF-CUSTSCHL1 TO TRUE
                 NOT AT END
                    IF SCHCUSTNO OF CUSTSCHL1-REC
                          NOT = SCH-LINK-CUSTNO
                       SET EOF-CUSTSCHL1 TO TRUE
                    ELSE
                       PERFORM 1200-MOVE-DATA
                       ADD 1 TO WS-RELKEY
                       WRITE SUBFILE CUSTSCHDSP-REC FROM SFLREC1-O
                          FORMAT IS "SFLREC1"
                          INDICATORS ARE INDICATOR-AREA
                       MOVE B"1" TO IN80
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1200-MOVE-DATA.

           INITIALIZE SFLREC1 OF SFLREC1-O.

           MOVE SCHID      OF CUSTSCHL1-REC TO SFL-SCHID   OF SFLREC1-O.
           MOVE SCHEFFDATE OF CUSTSCHL1-REC TO SFL-EFFDATE OF SFLREC1-O.
           MOVE SCHSTAT    OF CUSTSCHL1-REC TO SFL-STAT    OF SFLREC1-O.
           MOVE SCHNEWNAME OF CUSTSCHL1-REC TO SFL-NAME    OF SFLREC1-O.
           MOVE SCHSTREET  OF CUSTSCHL1-REC TO SFL-STREET  OF SFLREC1-O.
           MOVE SCHCITY    OF CUSTSCHL1-REC TO SFL-CITY    OF SFLREC1-O.
           MOVE SCHRSN     OF CUSTSCHL1-REC TO SFL-RSN     OF SFLREC1-O.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE CUSTSCHDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    IF SFL-OPT OF SFLREC1-O = "4"
                       PERFORM 2100-CANCEL-SCHEDULED
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  Only a change still waiting can be cancelled - an applied
      *  or rejected row is history and stays as it is. The row is
      *  kept, marked "C", so the nightly report and the screen
      *  still show that it was scheduled and withdrawn.
      *================================================================

       2100-CANCEL-SCHEDULED.

           MOVE SFL-SCHID OF SFLREC1-O TO SCHID OF CUSTSCHPF-REC.
           READ CUSTSCHPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SCHSTAT OF CUSTSCHPF-REC = "P"
                    MOVE "C" TO SCHSTAT OF CUSTSCHPF-REC
                    MOVE FUNCTION CURRENT-DATE
                       TO SCHDONETS OF CUSTSCHPF-REC
                    MOVE "CANCELLED ON SCREEN"
                       TO SCHRSN OF CUSTSCHPF-REC
                    REWRITE CUSTSCHPF-REC
                    ADD 1 TO USGLOG-CHGS
                    MOVE "DELETE" TO AUDLOG-MODE
                    PERFORM 3100-AUDIT-SCHEDULED
                 END-IF
           END-READ.

      *================================================================
      *  The effective date must be a real date, after today, and a
      *  business day on the shop calendar (BUSDAYSVC "N" hands the
      *  same date back only when it is one) - the nightly chain
      *  only runs on business days. A new address takes street and
      *  city together, as CUSTCBL insists; the postal code stays
      *  optional.
      *================================================================

       2900-VALIDATE-ENTRY.

           MOVE ZEROES TO WS-EFF-CHECK.
           IF ENT-EFFDATE OF SFLCTL1-O > WS-TODAY
              COMPUTE WS-EFF-INT =
                 FUNCTION INTEGER-OF-DATE(ENT-EFFDATE OF SFLCTL1-O)
              COMPUTE WS-EFF-CHECK =
                 FUNCTION DATE-OF-INTEGER(WS-EFF-INT)
           END-IF.

           IF WS-EFF-CHECK NOT = ENT-EFFDATE OF SFLCTL1-O
           OR WS-EFF-CHECK = ZEROES
              MOVE B"1" TO IN90
           ELSE
              MOVE "N"                      TO BUSDAY-FUNC
              MOVE ENT-EFFDATE OF SFLCTL1-O TO BUSDAY-FROM
              CALL "BUSDAYSVC" USING BUSDAY-PARM
              IF BUSDAY-STAT NOT = "Y"
              OR BUSDAY-TO NOT = ENT-EFFDATE OF SFLCTL1-O
                 MOVE B"1" TO IN90
              END-IF
           END-IF.

           IF  ENT-NAME   OF SFLCTL1-O = SPACES
           AND ENT-STREET OF SFLCTL1-O = SPACES
           AND ENT-CITY   OF SFLCTL1-O = SPACES
           AND ENT-POST   OF SFLCTL1-O = SPACES
              MOVE B"1" TO IN91
           END-IF.

           IF ENT-STREET OF SFLCTL1-O NOT = SPACES
           OR ENT-CITY   OF SFLCTL1-O NOT = SPACES
           OR ENT-POST   OF SFLCTL1-O NOT = SPACES
              IF ENT-STREET OF SFLCTL1-O = SPACES
              OR ENT-CITY   OF SFLCTL1-O = SPACES
                 MOVE B"1" TO IN92
              END-IF
           END-IF.

      *================================================================
      *  The customer's CUSTCHGTS is re-read at the moment of keying
      *  and stored with the change - the nightly step refuses to
      *  lay the change over a record someone has touched since.
      *================================================================

       3000-ADD-SCHEDULED.

           MOVE "SCHID"   TO NBRSVC-SERIES.
           CALL "CUSTNBRSVC" USING NBRSVC-PARM.
           IF NBRSVC-STAT NOT = "Y"
              MOVE B"1" TO IN93
           ELSE
              MOVE SCH-LINK-CUSTNO TO CUSTNO OF CUSTPF-REC
              READ CUSTPF
                 INVALID KEY
                    MOVE SPACES TO CUSTCHGTS OF CUSTPF-REC
              END-READ

              MOVE 0 TO BYTES-PROVIDED OF QUS-EC
              CALL "QUSRJOBI" USING QUS-JOBI-0100, JOBI-RCVLEN,
                   JOBI-FORMAT-NAME, QUALIFIED-JOB-NAME,
                   JOBI-INTERNAL-JOB-ID, QUS-EC

              INITIALIZE CUSTSCHPF-REC
              MOVE NBRSVC-NEXT     TO SCHID      OF CUSTSCHPF-REC
              MOVE SCH-LINK-CUSTNO TO SCHCUSTNO  OF CUSTSCHPF-REC
              MOVE ENT-EFFDATE OF SFLCTL1-O
                 TO SCHEFFDATE OF CUSTSCHPF-REC
              MOVE "P"             TO SCHSTAT    OF CUSTSCHPF-REC
              MOVE ENT-NAME   OF SFLCTL1-O
                 TO SCHNEWNAME OF CUSTSCHPF-REC
              MOVE ENT-STREET OF SFLCTL1-O
                 TO SCHSTREET  OF CUSTSCHPF-REC
              MOVE ENT-CITY   OF SFLCTL1-O
                 TO SCHCITY    OF CUSTSCHPF-REC
              MOVE ENT-POST   OF SFLCTL1-O
                 TO SCHPOST    OF CUSTSCHPF-REC
              MOVE CUSTCHGTS  OF CUSTPF-REC
                 TO SCHBASETS  OF CUSTSCHPF-REC
              MOVE JOBI-USER-NAME OF QUS-JOBI-0100
                 TO SCHREQUSER OF CUSTSCHPF-REC
              MOVE FUNCTION CURRENT-DATE
                 TO SCHREQTS   OF CUSTSCHPF-REC
              MOVE SPACES          TO SCHDONETS  OF CUSTSCHPF-REC
                                      SCHRSN     OF CUSTSCHPF-REC
              WRITE CUSTSCHPF-REC
              ADD 1 TO USGLOG-ADDS

              MOVE "ADD" TO AUDLOG-MODE
              PERFORM 3100-AUDIT-SCHEDULED

              MOVE ZEROES TO ENT-EFFDATE OF SFLCTL1-O
              MOVE SPACES TO ENT-NAME    OF SFLCTL1-O
                             ENT-STREET  OF SFLCTL1-O
                             ENT-CITY    OF SFLCTL1-O
                             ENT-POST    OF SFLCTL1-O
           END-IF.

      *================================================================
      *  Keyed like the CUSTCONPF entries - customer in (1:6), the
      *  schedule number in (8:6) - with the effective date and the
      *  scheduled name/street as the image (after for an add,
      *  before for a cancel).
      *================================================================

       3100-AUDIT-SCHEDULED.

           MOVE "CUSTSCHPF"                 TO AUDLOG-FILE.
           MOVE SPACES                      TO AUDLOG-KEY.
           MOVE SCHCUSTNO  OF CUSTSCHPF-REC TO AUDLOG-KEY(1:6).
           MOVE SCHID      OF CUSTSCHPF-REC TO AUDLOG-KEY(8:6).
           MOVE SPACES                      TO AUDLOG-BEF-DATA
                                               AUDLOG-AFT-DATA.
           IF AUDLOG-MODE = "ADD"
              MOVE SCHEFFDATE OF CUSTSCHPF-REC TO AUDLOG-AFT-DATA(1:8)
              MOVE SCHNEWNAME OF CUSTSCHPF-REC TO AUDLOG-AFT-DATA(10:30)
              MOVE SCHSTREET  OF CUSTSCHPF-REC
                 TO AUDLOG-AFT-DATA(41:20)
           ELSE
              MOVE SCHEFFDATE OF CUSTSCHPF-REC TO AUDLOG-BEF-DATA(1:8)
              MOVE SCHNEWNAME OF CUSTSCHPF-REC TO AUDLOG-BEF-DATA(10:30)
              MOVE SCHSTREET  OF CUSTSCHPF-REC
                 TO AUDLOG-BEF-DATA(41:20)
           END-IF.
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CUSTSCHCBL" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT CUSTPF
                      CUSTSCHL1
                I-O   CUSTSCHPF
                      CUSTSCHDSP.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           MOVE SCH-LINK-CUSTNO TO SCH-CUSTNO OF SFLCTL1-O.
           MOVE SCH-LINK-CUSTNO TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 SET CUST-NOT-ACTIVE TO TRUE
                 MOVE B'1' TO IN75
              NOT INVALID KEY
                 MOVE CUSTNAME OF CUSTPF-REC
                    TO SCH-CUSTNAME OF SFLCTL1-O
      *          A held customer still moves house and still
      *          renames itself; only a logically deleted "I"
      *          record goes display-only.
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
                 CUSTSCHPF
                 CUSTSCHL1
                 CUSTSCHDSP.
