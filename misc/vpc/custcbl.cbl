                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         BALCUSTNO.

           SELECT CUSTCRLPF      ASSIGN  TO DATABASE-CUSTCRLPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CRLCUSTNO.

           SELECT CUSTPFL1       ASSIGN  TO DATABASE-CUSTPFL1
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

      *================================================================

       DATA DIVISION.
       01  CUSTBALPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALPF.

       FD  CUSTCRLPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCRLPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCRLPF.

       FD  CUSTPFL1
           LABEL RECORDS ARE STANDARD.
       01  CUSTPFL1-REC.
           COPY DDS-ALL-FORMATS OF CUSTPFL1.

       FD  CUSTPCHPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPCHPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPCHPF.

       FD  CUSTPCHL1
           LABEL RECORDS ARE STANDARD.
       01  CUSTPCHL1-REC.
           COPY DDS-ALL-FORMATS OF CUSTPCHL1.


       WORKING-STORAGE SECTION.

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F1-HELP               VALUE "01".
               88  F3-EXIT               VALUE "03".
               88  F4-PROMPT             VALUE "04".
               88  F5-SEARCH             VALUE "05".
               88  F11-REACTIVATE        VALUE "11".
               88  F12-CANCEL            VALUE "12".
               88  F13-NOTES             VALUE "13".
               88  F14-RELATIONS         VALUE "14".
               88  F15-ROLLUP            VALUE "15".
               88  F16-SCHEDULE          VALUE "16".

       01  INDIC-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF CUSTDSP.
           05  STAT-RSN-SW         PIC 1   VALUE B"0".
               88  STAT-RSN-FOUND          VALUE B"1".
               88  STAT-RSN-NOT-FOUND      VALUE B"0".
           05  CRL-FOUND-SW        PIC 1   VALUE B"0".
               88  CRL-FOUND               VALUE B"1".
               88  CRL-NOT-FOUND           VALUE B"0".
           05  CUSTPF-CHANGED-SW   PIC 1   VALUE B"0".
               88  CUSTPF-CHANGED          VALUE B"1".
               88  CUSTPF-UNCHANGED        VALUE B"0".

      *      Snapshot of the name/address that triggered the duplicate
      *      warning (feature request 007), so a confirming ENTER is
       01  CUSTNOT-PARM.
           05  NOT-LINK-CUSTNO     PIC 9(6).

       01  CUSTREL-PARM.
           05  REL-LINK-CUSTNO     PIC 9(6).

       01  CUSTRLI-PARM.
           05  RLI-LINK-CUSTNO     PIC 9(6).

       01  CUSTSCH-PARM.
           05  SCH-LINK-CUSTNO     PIC 9(6).

       01  NBRSVC-PARM.
           05  NBRSVC-SERIES       PIC X(10).
           05  NBRSVC-NEXT         PIC 9(6).
           05  MKSVC-STREET        PIC X(30).
           05  MKSVC-KEY           PIC X(20).

       01  TERSVC-PARM.
           05  TERSVC-CUSTNO       PIC 9(6).
           05  TERSVC-POST         PIC X(10).
           05  TERSVC-SRC          PIC X(1).
           05  TERSVC-TERR         PIC X(10).
           05  TERSVC-REP          PIC X(10).
           05  TERSVC-OLD-TERR     PIC X(10).
           05  TERSVC-OLD-REP      PIC X(10).
           05  TERSVC-STAT         PIC X(1).

       01  AUTHCHK-PARM.
           05  AUTH-FUNC                   PIC X(10).
           05  AUTH-STAT                   PIC X(1).
           05  AUTH-USER                   PIC X(10).

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

       01  AUDIT-WORK.
           05  WS-AUD-MODE         PIC X(7).
           05  WS-AUD-BEF-NAME     PIC X(30).
           05  WS-AUD-BEF-ADDR     PIC X(30).
      *    Credit-limit audit image: limit edited, then the warning
      *    percentage - the same layout before and after.
           05  WS-AUD-CRL-IMAGE.
               10  WS-AUD-CRL-LIMIT    PIC -(9)9.99.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-AUD-CRL-PCT      PIC ZZ9.

      * AUDITLOG call parms (feature request 036) - AUDLOG-KEY is
      * CUSTNO reformatted as text and AUDLOG-BEF-DATA/AUDLOG-AFT-DATA
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

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

       01  WORK-AREA.
           05  SCREEN-VAR          PIC 9(2) VALUE ZEROES.
               88 MAINT-MODE-SCR            VALUE 1.  
               88 DISPLAY-MODE              VALUE 'I'.
               88 REACTIVATE-MODE           VALUE 'R'.
           05  WS-SAVED-CHGTS      PIC X(21) VALUE SPACES.

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

       1100-VALIDATE-DATA.

           SET VALID-DATA TO TRUE.
           MOVE B'0' TO INXX IN86 IN87.

           MOVE CUSTNO OF REC1-I TO CUSTNO OF CUSTPF-REC.
           SET CUSTPF-FOUND TO TRUE.
       2100-VALIDATE-DATA.

           SET VALID-DATA TO TRUE.
           MOVE B'0' TO INXX IN86 IN87 IN91 IN92 IN93 IN94 IN95
                        IN96 IN97 IN98.

      *          Legal hold freezes the account exactly as it
      *          stands: the delete is refused here, ahead of the
      *          update, the same way the merge utility refuses a
      *          legally held victim. A credit or payment hold is
      *          refused too - delete then F11 would otherwise bring
      *          the customer back active without the second-user
      *          approval a status release needs.
           IF DELETE-MODE
              IF CUSTSTAT OF CUSTPF-REC = "L"
              OR CUSTSTAT OF CUSTPF-REC = "H"
              OR CUSTSTAT OF CUSTPF-REC = "P"
                 SET INVALID-DATA TO TRUE
                 MOVE B'1' TO IN97
              END-IF
           END-IF.

           IF ADD-MODE OR CHANGE-MODE
                 MOVE B'1' TO IN94
              END-IF

      *          Credit limit: zero means no limit, a negative one
      *          means nothing; the warning share is a percentage.
              IF CUSTCRLMT OF REC2-I < ZEROES
              OR CUSTCRWPCT OF REC2-I > 100
                 SET INVALID-DATA TO TRUE
                 MOVE B'1' TO IN91
              END-IF

           END-IF.

      *================================================================
              PERFORM 2175-CHECK-LOST-UPDATE
           END-IF.

           IF CHANGE-MODE AND VALID-DATA
              PERFORM 2280-FILE-SENSITIVE-CHANGE
           END-IF.

           SET CUSTPF-CHANGED TO TRUE.

           IF VALID-DATA
              EVALUATE TRUE

                    MOVE FUNCTION CURRENT-DATE TO CUSTCHGTS OF
                                                   CUSTPF-REC
                    WRITE CUSTPF-REC
                    ADD 1 TO USGLOG-ADDS
                    PERFORM 2260-WRITE-CUSTOUTF

      *          A change whose only edits were the name/status
      *          just filed for approval leaves CUSTPF untouched -
      *          no rewrite, no empty CHANGE entry on the trail.
                 WHEN CHANGE-MODE
                    MOVE "CHANGE"  TO WS-AUD-MODE
                    IF  CUSTNAME  OF REC2-I = CUSTNAME  OF CUSTPF-REC
                    AND CUSTADDR  OF REC2-I = CUSTADDR  OF CUSTPF-REC
                    AND CUSTSTAT  OF REC2-I = CUSTSTAT  OF CUSTPF-REC
                    AND CUSTSTRSN OF REC2-I = CUSTSTRSN OF CUSTPF-REC
                       SET CUSTPF-UNCHANGED TO TRUE
                    ELSE
                       MOVE CORR REC2-I TO CUSTPF-REC
                       MOVE FUNCTION CURRENT-DATE TO CUSTCHGTS OF
                                                      CUSTPF-REC
                       REWRITE CUSTPF-REC
                       ADD 1 TO USGLOG-CHGS
                    END-IF

      *          Logical delete only (feature request 009) - CUSTPF-REC
      *          is left in place with CUSTSTAT marked inactive rather
                    MOVE FUNCTION CURRENT-DATE TO CUSTCHGTS OF
                                                   CUSTPF-REC
                    REWRITE CUSTPF-REC
                    ADD 1 TO USGLOG-DLTS

                 WHEN REACTIVATE-MODE
                    MOVE "REACTIV" TO WS-AUD-MODE
                    MOVE FUNCTION CURRENT-DATE TO CUSTCHGTS OF
                                                   CUSTPF-REC
                    REWRITE CUSTPF-REC
                    ADD 1 TO USGLOG-CHGS

              END-EVALUATE

              IF CUSTPF-CHANGED
                 PERFORM 2250-WRITE-AUDITTRL
              END-IF

              IF ADD-MODE OR CHANGE-MODE
                 PERFORM 2270-UPDATE-CREDIT-LIMIT
              END-IF

      *          Keep the phonetic match key current with whatever
      *          name/street just landed on file - the weekly
      *          merge-candidate report groups off it.
              IF (ADD-MODE OR CHANGE-MODE) AND CUSTPF-CHANGED
                 MOVE CUSTNO     OF CUSTPF-REC TO MKSVC-CUSTNO
                 MOVE CUSTNAME   OF CUSTPF-REC TO MKSVC-NAME
                 MOVE CUSTSTREET OF CUSTPF-REC TO MKSVC-STREET
                 CALL 'CUSTMKSVC' USING MKSVC-PARM
              END-IF

      *          A new customer, or one whose address just moved,
      *          is (re)assigned to the sales territory its postal
      *          code falls in.
              IF (ADD-MODE OR CHANGE-MODE) AND CUSTPF-CHANGED
              AND CUSTADDR OF CUSTPF-REC NOT = WS-AUD-BEF-ADDR
                 MOVE CUSTNO   OF CUSTPF-REC TO TERSVC-CUSTNO
                 MOVE CUSTPOST OF CUSTPF-REC TO TERSVC-POST
                 MOVE MAINTENANCE-MODE       TO TERSVC-SRC
                 CALL 'CUSTTERSVC' USING TERSVC-PARM
              END-IF
           END-IF.

      *================================================================
           END-IF.
           WRITE CUSTOUTF-REC.

      *================================================================
      *  Credit limit upkeep - CUSTCRLPF carries the limit beside
      *  the master rather than inside it, the CUSTBALPF shape. Only
      *  an actual change is written, and every write is audited
      *  under its own AUDFILE so the CUSTPF name/address images the
      *  point-in-time inquiry replays are not disturbed. A customer
      *  who never had a limit and still has none gets no row.
      *================================================================

       2270-UPDATE-CREDIT-LIMIT.

           MOVE CUSTNO OF REC1-I TO CRLCUSTNO OF CUSTCRLPF-REC.
           SET CRL-FOUND TO TRUE.
           READ CUSTCRLPF
              INVALID KEY
                 SET CRL-NOT-FOUND TO TRUE
                 MOVE ZEROES TO CRLLIMIT   OF CUSTCRLPF-REC
                                CRLWARNPCT OF CUSTCRLPF-REC
           END-READ.

           IF CUSTCRLMT  OF REC2-I NOT = CRLLIMIT   OF CUSTCRLPF-REC
           OR CUSTCRWPCT OF REC2-I NOT = CRLWARNPCT OF CUSTCRLPF-REC

              MOVE CRLLIMIT   OF CUSTCRLPF-REC TO WS-AUD-CRL-LIMIT
              MOVE CRLWARNPCT OF CUSTCRLPF-REC TO WS-AUD-CRL-PCT
              MOVE SPACES           TO AUDLOG-BEF-DATA
              IF CRL-FOUND
                 MOVE WS-AUD-CRL-IMAGE TO AUDLOG-BEF-DATA
              END-IF

              MOVE CUSTNO OF REC1-I       TO CRLCUSTNO OF CUSTCRLPF-REC
              MOVE CUSTCRLMT  OF REC2-I   TO CRLLIMIT   OF CUSTCRLPF-REC
              MOVE CUSTCRWPCT OF REC2-I   TO CRLWARNPCT OF CUSTCRLPF-REC
              MOVE FUNCTION CURRENT-DATE  TO CRLUPDTS   OF CUSTCRLPF-REC

              IF CRL-FOUND
                 MOVE "CHANGE" TO AUDLOG-MODE
                 REWRITE CUSTCRLPF-REC
              ELSE
                 MOVE "ADD"    TO AUDLOG-MODE
                 WRITE CUSTCRLPF-REC
              END-IF

              MOVE "CUSTCRLPF"        TO AUDLOG-FILE
              MOVE SPACES             TO AUDLOG-KEY
              MOVE CUSTNO OF REC1-I   TO AUDLOG-KEY(1:6)
              MOVE CRLLIMIT   OF CUSTCRLPF-REC TO WS-AUD-CRL-LIMIT
              MOVE CRLWARNPCT OF CUSTCRLPF-REC TO WS-AUD-CRL-PCT
              MOVE SPACES             TO AUDLOG-AFT-DATA
              MOVE WS-AUD-CRL-IMAGE   TO AUDLOG-AFT-DATA
              CALL "AUDITLOG" USING AUDLOG-PARM
           END-IF.


      *================================================================
      *  Four-eyes control - a rename or a status/reason change
      *  (lifting a credit hold is the one the auditors named) is
      *  not applied by the user who keys it. The keyed values are
      *  filed on CUSTPCHPF for CUSTAPRCBL, where a different user
      *  approves or rejects them; only the approval touches CUSTPF,
      *  AUDITTRL and CUSTOUTF. Here the screen's name/status/reason
      *  are put back to the values on file, so the rest of the
      *  change (address, credit limit) still goes straight through.
      *  A customer can have only one change waiting - a second is
      *  refused with IN86 until the first has been decided.
      *================================================================

       2280-FILE-SENSITIVE-CHANGE.

           IF  CUSTNAME  OF REC2-I = CUSTNAME  OF CUSTPF-REC
           AND CUSTSTAT  OF REC2-I = CUSTSTAT  OF CUSTPF-REC
           AND CUSTSTRSN OF REC2-I = CUSTSTRSN OF CUSTPF-REC
              CONTINUE
           ELSE
              MOVE CUSTNO OF REC1-I TO PCHCUSTNO OF CUSTPCHL1-REC
              READ CUSTPCHL1
                 INVALID KEY
                    PERFORM 2290-WRITE-PENDING-CHANGE
                 NOT INVALID KEY
                    SET INVALID-DATA TO TRUE
                    MOVE B'1' TO IN86
              END-READ
           END-IF.

      *================================================================

       2290-WRITE-PENDING-CHANGE.

           MOVE 'PCHID'   TO NBRSVC-SERIES OF NBRSVC-PARM.
           CALL 'CUSTNBRSVC' USING NBRSVC-PARM.
           IF NBRSVC-STAT OF NBRSVC-PARM NOT = 'Y'
              SET INVALID-DATA TO TRUE
              MOVE B'1' TO IN86
           ELSE
              MOVE 0 TO BYTES-PROVIDED OF QUS-EC
              CALL "QUSRJOBI" USING QUS-JOBI-0100, JOBI-RCVLEN,
                   JOBI-FORMAT-NAME, QUALIFIED-JOB-NAME,
                   JOBI-INTERNAL-JOB-ID, QUS-EC

              INITIALIZE CUSTPCHPF-REC
              MOVE NBRSVC-NEXT OF NBRSVC-PARM
                                       TO PCHID      OF CUSTPCHPF-REC
              MOVE CUSTNO OF REC1-I    TO PCHCUSTNO  OF CUSTPCHPF-REC
              MOVE "C"                 TO PCHTYPE    OF CUSTPCHPF-REC
              MOVE "P"                 TO PCHSTAT    OF CUSTPCHPF-REC
              MOVE JOBI-USER-NAME OF QUS-JOBI-0100
                                       TO PCHREQUSER OF CUSTPCHPF-REC
              MOVE FUNCTION CURRENT-DATE
                                       TO PCHREQTS   OF CUSTPCHPF-REC
              MOVE CUSTNAME  OF CUSTPF-REC
                                       TO PCHOLDNAME OF CUSTPCHPF-REC
              MOVE CUSTSTAT  OF CUSTPF-REC
                                       TO PCHOLDSTAT OF CUSTPCHPF-REC
              MOVE CUSTSTRSN OF CUSTPF-REC
                                       TO PCHOLDRSN  OF CUSTPCHPF-REC
              MOVE CUSTNAME  OF REC2-I TO PCHNEWNAME OF CUSTPCHPF-REC
              MOVE CUSTSTAT  OF REC2-I TO PCHNEWSTAT OF CUSTPCHPF-REC
              MOVE CUSTSTRSN OF REC2-I TO PCHNEWRSN  OF CUSTPCHPF-REC
              WRITE CUSTPCHPF-REC
                 INVALID KEY
                    SET INVALID-DATA TO TRUE
                    MOVE B'1' TO IN86
                 NOT INVALID KEY
                    MOVE B'1' TO IN87
                    MOVE CUSTNAME  OF CUSTPF-REC TO CUSTNAME  OF REC2-I
                    MOVE CUSTSTAT  OF CUSTPF-REC TO CUSTSTAT  OF REC2-I
                    MOVE CUSTSTRSN OF CUSTPF-REC TO CUSTSTRSN OF REC2-I
              END-WRITE
           END-IF.

      *================================================================

           INITIALIZE REC2-I
                      REC2-O.

           IF DISPLAY-MODE
              ADD 1 TO USGLOG-INQS
           END-IF.

           MOVE CORR REC1-O  TO REC2-O.
           SET DUPE-NOT-CONFIRMED TO TRUE.

              WHEN CHANGE-MODE
                 MOVE CORR CUSTPF-REC TO REC2-I
                 PERFORM 2950-SHOW-RSN-DESC
                 PERFORM 2970-SHOW-CREDIT-LIMIT
                 MOVE B'0' TO IN75

      ***   Move data from file to screen
                 MOVE CORR CUSTPF-REC TO REC2-I
                 PERFORM 2950-SHOW-RSN-DESC
                 PERFORM 2960-SHOW-BALANCE
                 PERFORM 2970-SHOW-CREDIT-LIMIT
                 MOVE B'1' TO IN75

           END-EVALUATE.
                 MOVE BALASOF OF CUSTBALPF-REC TO CUSTBALDT OF REC2-O
           END-READ.

      *================================================================
      *  Credit limit on file (CUSTCRLPF) - loaded into the input
      *  fields, so the MOVE CORR onto REC2-O shows it and a change
      *  keys straight over it. Zero when no limit is set.
      *================================================================

       2970-SHOW-CREDIT-LIMIT.

           MOVE ZEROES TO CUSTCRLMT  OF REC2-I
                          CUSTCRWPCT OF REC2-I.
           MOVE CUSTNO OF REC1-I TO CRLCUSTNO OF CUSTCRLPF-REC.
           READ CUSTCRLPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CRLLIMIT   OF CUSTCRLPF-REC
                    TO CUSTCRLMT  OF REC2-I
                 MOVE CRLWARNPCT OF CUSTCRLPF-REC
                    TO CUSTCRWPCT OF REC2-I
           END-READ.

      *================================================================

       8000-EVALUATE-FKEYS.

              WHEN F3-EXIT
                 SET END-PROGRAM TO TRUE

      ***   Field help for whichever panel is up - HLPWINSVC finds
      ***   the field from the cursor position the panel returned.
              WHEN F1-HELP
                 PERFORM 8300-F1-HELP
            
              WHEN F4-PROMPT
                 PERFORM 8100-F4-PROMPT
                    CALL 'CUSTNOTCBL' USING CUSTNOT-PARM
                 END-IF

      ***   Account hierarchy (CUSTRELCBL) with the customer on the
      ***   screen as the parent, and the family balance roll-up
      ***   (CUSTRELINQ) from wherever in the family it sits.
              WHEN F14-RELATIONS
                 IF CUSTNO OF REC1-I NOT = ZEROES
                    MOVE CUSTNO OF REC1-I
                       TO REL-LINK-CUSTNO OF CUSTREL-PARM
                    CALL 'CUSTRELCBL' USING CUSTREL-PARM
                 END-IF

              WHEN F15-ROLLUP
                 IF CUSTNO OF REC1-I NOT = ZEROES
                    MOVE CUSTNO OF REC1-I
                       TO RLI-LINK-CUSTNO OF CUSTRLI-PARM
                    CALL 'CUSTRELINQ' USING CUSTRLI-PARM
                 END-IF

      ***   Scheduled (future-dated) name/address changes for the
      ***   customer on the screen (CUSTSCHCBL) - the nightly
      ***   CUSTSCHAPL step applies them on the day.
              WHEN F16-SCHEDULE
                 IF CUSTNO OF REC1-I NOT = ZEROES
                    MOVE CUSTNO OF REC1-I
                       TO SCH-LINK-CUSTNO OF CUSTSCH-PARM
                    CALL 'CUSTSCHCBL' USING CUSTSCH-PARM
                 END-IF

              WHEN F12-CANCEL
                 SUBTRACT 1 FROM SCREEN-VAR

              MOVE SRCH-CUSTNO OF CUSTSRCH-PARM TO CUSTNO OF REC1-I
           END-IF.

      *================================================================
      *  F1 - help text for the CUSTDSP field under the cursor, or
      *  its CUSTPF dictionary description (the REC2 fields carry
      *  the CUSTPF names).
      *================================================================

       8300-F1-HELP.

           MOVE 'CUSTDSP'              TO HLPWIN-DSPF.
           MOVE SPACES                 TO HLPWIN-SFLFMT.
           IF MAINT-MODE-SCR
              MOVE 'REC1'              TO HLPWIN-CTLFMT
              MOVE CSR-ROW OF REC1-I   TO HLPWIN-ROW
              MOVE CSR-COL OF REC1-I   TO HLPWIN-COL
           ELSE
              MOVE 'REC2'              TO HLPWIN-CTLFMT
              MOVE CSR-ROW OF REC2-I   TO HLPWIN-ROW
              MOVE CSR-COL OF REC2-I   TO HLPWIN-COL
           END-IF.
           MOVE 'CUSTPF'               TO HLPWIN-DICTF.
           MOVE SPACES                 TO HLPWIN-DICTP.
           CALL 'HLPWINSVC' USING HLPWIN-PARM.

      *================================================================

       9000-HOUSEKEEPING.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CUSTCBL"    TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O    CUSTPF
                       CUSTDSP
                       CUSTCRLPF
                       CUSTPCHPF.
           OPEN INPUT  CUSTSRPF
                       CUSTBALPF
                       CUSTPFL1
                       CUSTPCHL1.
           OPEN EXTEND CUSTOUTF.

           INITIALIZE REC1-I

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE CUSTPF
                 CUSTDSP
                 CUSTSRPF
                 CUSTBALPF
                 CUSTCRLPF
                 CUSTPFL1
                 CUSTPCHPF
                 CUSTPCHL1
                 CUSTOUTF.

