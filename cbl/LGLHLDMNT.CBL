       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LGLHLDMNT.

      *================================================================
      *  Maintenance screen for the LGLHLDPF legal hold register.
      *  Same shape as SPLFCATMNT: the entry line places a new hold
      *  under the next hold number - a customer ("C"), a report
      *  by spooled file name and optional user data ("R"), or a
      *  date range over customers, reports, audit entries or all
      *  three ("D") - and a "4" against a listed hold releases it.
      *
      *  There is no change option: altering what a hold covers is
      *  a release of the old coverage, so it is done as a release
      *  and a new hold, both on the record. Releasing needs the
      *  LGLHLDRLS function on AUTHFNC (AUTHCHKSVC logs a refusal);
      *  placing a hold needs no authority - anyone told to preserve
      *  something can. Released holds stay listed, status "R",
      *  with who released them. Every add and release goes through
      *  the shared AUDITLOG routine under AUDFILE "LGLHLDPF".
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LGLHLDPF       ASSIGN  TO DATABASE-LGLHLDPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         HLDID.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTARCH       ASSIGN  TO DATABASE-CUSTARCH
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         RTCUSTNO.

           SELECT LGLHLDDSP      ASSIGN  TO WORKSTATION-LGLHLDDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         DYNAMIC
                  RELATIVE KEY   IS         WS-RELKEY
                  CONTROL-AREA   IS         WS-CONTROL-AREA.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  LGLHLDPF
           LABEL RECORDS ARE STANDARD.
       01  LGLHLDPF-REC.
           COPY DDS-ALL-FORMATS OF LGLHLDPF.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTARCH
           LABEL RECORDS ARE STANDARD.
       01  CUSTARCH-REC.
           COPY DDS-ALL-FORMATS OF CUSTARCH.

       FD  LGLHLDDSP
           LABEL RECORDS ARE STANDARD.
       01  LGLHLDDSP-REC      PIC X(1920).


       WORKING-STORAGE SECTION.

       COPY QUSRJOBI OF QSYSINC-QLBLSRC.
       COPY QUSEC    OF QSYSINC-QLBLSRC.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF LGLHLDDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF LGLHLDDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-LGLHLDPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-LGLHLDPF        VALUE B"0".
               88  EOF-LGLHLDPF            VALUE B"1".
           05  EOF-MODIFIED-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-MODIFIED        VALUE B"0".
               88  EOF-MODIFIED            VALUE B"1".
           05  CUST-FOUND-SW       PIC 1   VALUE B"0".
               88  CUST-FOUND              VALUE B"1".
               88  CUST-NOT-FOUND          VALUE B"0".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF LGLHLDDSP.

      *          Highest hold number seen on the last subfile load;
      *          a new hold is given the next one.

       01  WS-LAST-HLDID                 PIC 9(6)     VALUE ZEROES.
       01  WS-JOB-USER                   PIC X(10).

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

           WRITE LGLHLDDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ LGLHLDDSP     INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
                 SET END-PROGRAM TO TRUE

              WHEN F1-HELP
                 PERFORM 8800-FIELD-HELP

              WHEN F0-ENTER
                 MOVE B"0" TO IN90 IN91 IN92
                 IF ENT-TYPE OF SFLCTL1-O NOT = SPACES
                    PERFORM 2900-VALIDATE-ENTRY
                    IF IN90 = B"0" AND IN91 = B"0"
                       PERFORM 3000-ADD-HOLD
                    END-IF
                 END-IF
                 PERFORM 2000-PROCESS-OPTIONS
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE LGLHLDDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-LGLHLDPF TO TRUE.
           MOVE ZEROES TO WS-RELKEY.
           MOVE ZEROES TO WS-LAST-HLDID.

           MOVE ZEROES TO HLDID OF LGLHLDPF-REC.
           START LGLHLDPF KEY IS NOT LESS THAN HLDID OF LGLHLDPF-REC
              INVALID KEY
                 SET EOF-LGLHLDPF TO TRUE
           END-START.

      *          Read to the end even once the subfile is full, so
      *          the next hold number is past every hold on file.
           PERFORM UNTIL EOF-LGLHLDPF
              READ LGLHLDPF NEXT RECORD
                 AT END
                    SET EOF-LGLHLDPF TO TRUE
                 NOT AT END
                    MOVE HLDID OF LGLHLDPF-REC TO WS-LAST-HLDID
                    IF WS-RELKEY < 999
                       PERFORM 1200-MOVE-DATA
                       ADD 1 TO WS-RELKEY
                       WRITE SUBFILE LGLHLDDSP-REC FROM SFLREC1-O
                          FORMAT IS "SFLREC1"
                          INDICATORS ARE INDICATOR-AREA
                       MOVE B"1" TO IN80
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1200-MOVE-DATA.

           INITIALIZE SFLREC1 OF SFLREC1-O.

           MOVE HLDID     OF LGLHLDPF-REC TO SFL-HLDID  OF SFLREC1-O.
           MOVE HLDTYPE   OF LGLHLDPF-REC TO SFL-TYPE   OF SFLREC1-O.
           MOVE HLDMATTER OF LGLHLDPF-REC TO SFL-MATTER OF SFLREC1-O.
           MOVE HLDRLSDT  OF LGLHLDPF-REC TO SFL-RLSDT  OF SFLREC1-O.
           MOVE HLDSTAT   OF LGLHLDPF-REC TO SFL-STAT   OF SFLREC1-O.
           MOVE HLDADDBY  OF LGLHLDPF-REC TO SFL-ADDBY  OF SFLREC1-O.
           MOVE HLDRLSBY  OF LGLHLDPF-REC TO SFL-RLSBY  OF SFLREC1-O.

           EVALUATE HLDTYPE OF LGLHLDPF-REC
              WHEN "C"
                 STRING "CUSTOMER "               DELIMITED BY SIZE
                        HLDCUSTNO OF LGLHLDPF-REC DELIMITED BY SIZE
                    INTO SFL-WHAT OF SFLREC1-O
              WHEN "R"
                 STRING "REPORT "                 DELIMITED BY SIZE
                        HLDSPLFNM OF LGLHLDPF-REC DELIMITED BY SPACE
                        " "                       DELIMITED BY SIZE
                        HLDUSRDTA OF LGLHLDPF-REC DELIMITED BY SIZE
                    INTO SFL-WHAT OF SFLREC1-O
              WHEN "D"
                 STRING HLDFROMDT OF LGLHLDPF-REC DELIMITED BY SIZE
                        "-"                       DELIMITED BY SIZE
                        HLDTODT   OF LGLHLDPF-REC DELIMITED BY SIZE
                        " SCOPE "                 DELIMITED BY SIZE
                        HLDSCOPE  OF LGLHLDPF-REC DELIMITED BY SIZE
                    INTO SFL-WHAT OF SFLREC1-O
           END-EVALUATE.

      *================================================================

       2000-PROCESS-OPTIONS.

           SET NOT-EOF-MODIFIED TO TRUE.

           PERFORM UNTIL EOF-MODIFIED
              READ SUBFILE LGLHLDDSP NEXT MODIFIED RECORD
                 INTO SFLREC1-O
                 FORMAT IS "SFLREC1" INDICATORS ARE INDICATOR-AREA
                 AT END
                    SET EOF-MODIFIED TO TRUE
                 NOT AT END
                    IF SFL-OPT OF SFLREC1-O = "4"
                       PERFORM 2100-RELEASE-HOLD
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================
      *  Option 4 - release. The authority is asked per release, not
      *  once at start-up, so the screen stays usable for placing
      *  holds by people who may not lift them.
      *================================================================

       2100-RELEASE-HOLD.

           MOVE "LGLHLDRLS" TO AUTH-FUNC.
           CALL "AUTHCHKSVC" USING AUTHCHK-PARM.

           IF AUTH-STAT NOT = "Y"
              MOVE B"1" TO IN92
           ELSE
              MOVE SFL-HLDID OF SFLREC1-O TO HLDID OF LGLHLDPF-REC
              READ LGLHLDPF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF HLDSTAT OF LGLHLDPF-REC = "A"
                       MOVE "R"       TO HLDSTAT  OF LGLHLDPF-REC
                       MOVE AUTH-USER TO HLDRLSBY OF LGLHLDPF-REC
                       MOVE FUNCTION CURRENT-DATE
                          TO HLDRLSTS OF LGLHLDPF-REC
                       REWRITE LGLHLDPF-REC
                       ADD 1 TO USGLOG-CHGS
                       MOVE "RELEASE" TO AUDLOG-MODE
                       PERFORM 3200-AUDIT-HOLD
                    END-IF
              END-READ
           END-IF.

      *================================================================
      *  A hold must say what it covers in full for its type, and
      *  must name the matter it was placed for - a hold nobody can
      *  trace to a matter can never safely be released.
      *================================================================

       2900-VALIDATE-ENTRY.

           IF ENT-MATTER OF SFLCTL1-O = SPACES
              MOVE B"1" TO IN91
           END-IF.

           EVALUATE ENT-TYPE OF SFLCTL1-O
              WHEN "C"
                 PERFORM 2950-FIND-CUSTOMER
                 IF CUST-NOT-FOUND
                    MOVE B"1" TO IN90
                 END-IF
              WHEN "R"
                 IF ENT-SPLFNM OF SFLCTL1-O = SPACES
                    MOVE B"1" TO IN90
                 END-IF
              WHEN "D"
                 IF ENT-FROMDT OF SFLCTL1-O NOT NUMERIC
                 OR ENT-TODT   OF SFLCTL1-O NOT NUMERIC
                    MOVE B"1" TO IN90
                 ELSE
                    IF ENT-FROMDT OF SFLCTL1-O = ZEROES
                    OR ENT-TODT   OF SFLCTL1-O = ZEROES
                    OR ENT-FROMDT OF SFLCTL1-O > ENT-TODT OF SFLCTL1-O
                       MOVE B"1" TO IN90
                    END-IF
                 END-IF
                 IF ENT-SCOPE OF SFLCTL1-O NOT = "C" AND NOT = "R"
                                       AND NOT = "A" AND NOT = "*"
                    MOVE B"1" TO IN90
                 END-IF
              WHEN OTHER
                 MOVE B"1" TO IN90
           END-EVALUATE.

           IF ENT-RLSDT OF SFLCTL1-O NOT NUMERIC
              MOVE B"1" TO IN90
           END-IF.

      *================================================================
      *  A customer hold may be placed on an archived customer as
      *  well as a live one - the archive is exactly what Legal may
      *  want kept.
      *================================================================

       2950-FIND-CUSTOMER.

           SET CUST-NOT-FOUND TO TRUE.

           MOVE ENT-CUSTNO OF SFLCTL1-O TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CUST-FOUND TO TRUE
           END-READ.

           IF CUST-NOT-FOUND
              MOVE ENT-CUSTNO OF SFLCTL1-O TO RTCUSTNO OF CUSTARCH-REC
              READ CUSTARCH
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET CUST-FOUND TO TRUE
              END-READ
           END-IF.

      *================================================================

       3000-ADD-HOLD.

           INITIALIZE LGLHLDPF-REC.

           ADD 1 TO WS-LAST-HLDID.
           MOVE WS-LAST-HLDID           TO HLDID     OF LGLHLDPF-REC.
           MOVE ENT-TYPE   OF SFLCTL1-O TO HLDTYPE   OF LGLHLDPF-REC.

           EVALUATE ENT-TYPE OF SFLCTL1-O
              WHEN "C"
                 MOVE ENT-CUSTNO OF SFLCTL1-O
                    TO HLDCUSTNO OF LGLHLDPF-REC
              WHEN "R"
                 MOVE ENT-SPLFNM OF SFLCTL1-O
                    TO HLDSPLFNM OF LGLHLDPF-REC
                 MOVE ENT-USRDTA OF SFLCTL1-O
                    TO HLDUSRDTA OF LGLHLDPF-REC
              WHEN "D"
                 MOVE ENT-FROMDT OF SFLCTL1-O
                    TO HLDFROMDT OF LGLHLDPF-REC
                 MOVE ENT-TODT   OF SFLCTL1-O
                    TO HLDTODT   OF LGLHLDPF-REC
                 MOVE ENT-SCOPE  OF SFLCTL1-O
                    TO HLDSCOPE  OF LGLHLDPF-REC
           END-EVALUATE.

           MOVE ENT-MATTER OF SFLCTL1-O TO HLDMATTER OF LGLHLDPF-REC.
           MOVE ENT-RLSDT  OF SFLCTL1-O TO HLDRLSDT  OF LGLHLDPF-REC.
           MOVE "A"                     TO HLDSTAT   OF LGLHLDPF-REC.
           MOVE WS-JOB-USER             TO HLDADDBY  OF LGLHLDPF-REC.
           MOVE FUNCTION CURRENT-DATE   TO HLDADDTS  OF LGLHLDPF-REC.

           WRITE LGLHLDPF-REC
              INVALID KEY
                 DISPLAY "LGLHLDMNT: hold " WS-LAST-HLDID
                         " already on file - not added"
              NOT INVALID KEY
                 ADD 1 TO USGLOG-ADDS
                 MOVE "ADD" TO AUDLOG-MODE
                 PERFORM 3200-AUDIT-HOLD
                 INITIALIZE SFLCTL1 OF SFLCTL1-O
           END-WRITE.

      *================================================================
      *  Key is the hold number; the images carry type, what is
      *  held, the matter and the status, so the audit trail alone
      *  shows what was preserved and when it stopped being.
      *================================================================

       3200-AUDIT-HOLD.

           MOVE "LGLHLDPF"                 TO AUDLOG-FILE.
           MOVE SPACES                     TO AUDLOG-KEY.
           MOVE HLDID OF LGLHLDPF-REC      TO AUDLOG-KEY(1:6).
           MOVE SPACES                     TO AUDLOG-BEF-DATA.
           MOVE SPACES                     TO AUDLOG-AFT-DATA.

           PERFORM 1200-MOVE-DATA.

           MOVE HLDTYPE   OF LGLHLDPF-REC  TO AUDLOG-AFT-DATA(1:1).
           MOVE SFL-WHAT  OF SFLREC1-O     TO AUDLOG-AFT-DATA(3:30).
           MOVE HLDMATTER OF LGLHLDPF-REC  TO AUDLOG-AFT-DATA(34:20).
           MOVE HLDSTAT   OF LGLHLDPF-REC  TO AUDLOG-AFT-DATA(55:1).

           IF AUDLOG-MODE = "RELEASE"
              MOVE AUDLOG-AFT-DATA         TO AUDLOG-BEF-DATA
              MOVE "A"                     TO AUDLOG-BEF-DATA(55:1)
           END-IF.

           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================
      *  F1 - help for the field under the cursor (HLPWINSVC).
      *================================================================

       8800-FIELD-HELP.

           MOVE "LGLHLDDSP"            TO HLPWIN-DSPF.
           MOVE "SFLCTL1"              TO HLPWIN-CTLFMT.
           MOVE "SFLREC1"              TO HLPWIN-SFLFMT.
           MOVE CSR-ROW OF SFLCTL1-O   TO HLPWIN-ROW.
           MOVE CSR-COL OF SFLCTL1-O   TO HLPWIN-COL.
           MOVE "LGLHLDPF"             TO HLPWIN-DICTF.
           MOVE "HLD"                  TO HLPWIN-DICTP.
           CALL "HLPWINSVC" USING HLPWIN-PARM.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "LGLHLDMNT"  TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O   LGLHLDPF
                      LGLHLDDSP
                INPUT CUSTPF
                      CUSTARCH.

           MOVE 0 TO BYTES-PROVIDED OF QUS-EC.
           CALL "QUSRJOBI" USING QUS-JOBI-0100, JOBI-RCVLEN,
                JOBI-FORMAT-NAME, QUALIFIED-JOB-NAME,
                JOBI-INTERNAL-JOB-ID, QUS-EC.
           MOVE JOBI-USER-NAME OF QUS-JOBI-0100 TO WS-JOB-USER.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

           PERFORM 1100-LOAD-SFL.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE LGLHLDPF
                 CUSTPF
                 CUSTARCH
                 LGLHLDDSP.
