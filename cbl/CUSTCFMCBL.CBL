       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTCFMCBL.

      *================================================================
      *  Balance confirmation response subfile - lists the year's
      *  CUSTCFMPF letters (CUSTCFMLTR) in customer order with the
      *  balance quoted and the answer so far, and records each
      *  customer's reply from the entry line as it comes back:
      *  "A" agreed, "D" disputed (the customer's own figure and
      *  their reason are required), "N" no reply by the auditors'
      *  deadline. A reply keyed again replaces the earlier one -
      *  a late answer after an "N" is still worth having - and
      *  every recording is logged through AUDITLOG, since the file
      *  is audit evidence. Recording is a named AUTHFNC function
      *  (CUSTCONFRM); the CUSTCFMRPT summary is what the auditors
      *  take away.
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

           SELECT CUSTCFMPF      ASSIGN  TO DATABASE-CUSTCFMPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CFMKEY.

           SELECT CUSTCFMDSP     ASSIGN  TO WORKSTATION-CUSTCFMDSP-SI
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

       FD  CUSTCFMPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCFMPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCFMPF.

       FD  CUSTCFMDSP
           LABEL RECORDS ARE STANDARD.
       01  CUSTCFMDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  SFLREC1-O.
           COPY DDS-SFLREC1-O OF CUSTCFMDSP.

       01  SFLCTL1-O.
           COPY DDS-SFLCTL1-O OF CUSTCFMDSP.

       01  SWITCH-AREA.
           05  END-PGM-SW          PIC 1   VALUE B"0".
               88  START-PROGRAM           VALUE B"0".
               88  END-PROGRAM             VALUE B"1".
           05  EOF-CUSTCFMPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTCFMPF       VALUE B"0".
               88  EOF-CUSTCFMPF           VALUE B"1".

       01  DISPLAY-FILE-VAR.
           10  WS-CONTROL-AREA           PIC X(2).
               88  F0-ENTER              VALUE "00".
               88  F3-EXIT               VALUE "03".
               88  F12-CANCEL            VALUE "12".
           05  WS-RELKEY                 PIC 9(3)     VALUE ZEROES.

       01  INDICATOR-AREA.
           COPY DDS-ALL-FORMATS-INDIC OF CUSTCFMDSP.

       01  CONFIRM-WORK.
           05  WS-CFM-YEAR         PIC 9(4).
           05  WS-SENT-COUNT       PIC S9(5) VALUE ZEROES.
           05  WS-OPEN-COUNT       PIC S9(5) VALUE ZEROES.
           05  WS-RECORDED-COUNT   PIC S9(7) VALUE ZEROES.
           05  WS-AUDIT-AMT        PIC Z(8)9.99-.

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

           WRITE CUSTCFMDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           READ CUSTCFMDSP    INTO SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.

           EVALUATE TRUE

              WHEN F3-EXIT
              WHEN F12-CANCEL
                 SET END-PROGRAM TO TRUE

              WHEN F0-ENTER
                 MOVE B"0" TO IN90 IN91 IN92
      *          A new year keyed in the header just switches the
      *          list; the entry line waits for the next Enter.
                 IF CFM-YEAR OF SFLCTL1-O NOT = WS-CFM-YEAR
                    MOVE CFM-YEAR OF SFLCTL1-O TO WS-CFM-YEAR
                 ELSE
                    IF ENT-CUSTNO OF SFLCTL1-O NOT = ZEROES
                    OR ENT-RESP   OF SFLCTL1-O NOT = SPACES
                       PERFORM 2900-VALIDATE-ENTRY
                       IF IN90 = B"0" AND IN91 = B"0"
                       AND IN92 = B"0"
                          PERFORM 3000-RECORD-RESPONSE
                       END-IF
                    END-IF
                 END-IF
                 PERFORM 1100-LOAD-SFL

           END-EVALUATE.

      *================================================================

       1100-LOAD-SFL.

           ADD 1 TO USGLOG-INQS.

           MOVE B"0" TO IN80 IN81.
           WRITE CUSTCFMDSP-REC FROM SFLCTL1-O
              FORMAT IS "SFLCTL1"   INDICATORS ARE INDICATOR-AREA.
           MOVE B"1" TO IN81.

           SET NOT-EOF-CUSTCFMPF TO TRUE.
           MOVE ZEROES TO WS-RELKEY
                          WS-SENT-COUNT
                          WS-OPEN-COUNT.

           MOVE WS-CFM-YEAR TO CFMYEAR   OF CUSTCFMPF-REC.
           MOVE ZEROES      TO CFMCUSTNO OF CUSTCFMPF-REC.
           START CUSTCFMPF KEY IS NOT LESS THAN CFMKEY
                 OF CUSTCFMPF-REC
              INVALID KEY
                 SET EOF-CUSTCFMPF TO TRUE
           END-START.

      *          The counts run over the whole year; the subfile
      *          stops at its 999 lines.
           PERFORM UNTIL EOF-CUSTCFMPF
              READ CUSTCFMPF NEXT RECORD
                 AT END
                    SET EOF-CUSTCFMPF TO TRUE
                 NOT AT END
                    IF CFMYEAR OF CUSTCFMPF-REC NOT = WS-CFM-YEAR
                       SET EOF-CUSTCFMPF TO TRUE
                    ELSE
                       ADD 1 TO WS-SENT-COUNT
                       IF CFMRESP OF CUSTCFMPF-REC = SPACES
                          ADD 1 TO WS-OPEN-COUNT
                       END-IF
                       IF WS-RELKEY < 999
                          PERFORM 1200-MOVE-DATA
                          ADD 1 TO WS-RELKEY
                          WRITE SUBFILE CUSTCFMDSP-REC FROM SFLREC1-O
                             FORMAT IS "SFLREC1"
                             INDICATORS ARE INDICATOR-AREA
                          MOVE B"1" TO IN80
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-CFM-YEAR   TO CFM-YEAR OF SFLCTL1-O.
           MOVE WS-SENT-COUNT TO CFM-SENT OF SFLCTL1-O.
           MOVE WS-OPEN-COUNT TO CFM-OPEN OF SFLCTL1-O.

      *================================================================

       1200-MOVE-DATA.

           INITIALIZE SFLREC1 OF SFLREC1-O.

           MOVE CFMCUSTNO OF CUSTCFMPF-REC TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 MOVE "*** NOT ON CUSTPF ***" TO CUSTNAME OF CUSTPF-REC
           END-READ.

           MOVE CFMCUSTNO  OF CUSTCFMPF-REC TO SFL-CUSTNO  OF SFLREC1-O.
           MOVE CUSTNAME   OF CUSTPF-REC    TO SFL-NAME    OF SFLREC1-O.
           MOVE CFMSEL     OF CUSTCFMPF-REC TO SFL-SEL     OF SFLREC1-O.
           MOVE CFMBALAMT  OF CUSTCFMPF-REC TO SFL-BALAMT  OF SFLREC1-O.
           MOVE CFMRESP    OF CUSTCFMPF-REC TO SFL-RESP    OF SFLREC1-O.
           MOVE CFMCUSTAMT OF CUSTCFMPF-REC TO SFL-CUSTAMT OF SFLREC1-O.
           MOVE CFMNOTE    OF CUSTCFMPF-REC TO SFL-NOTE    OF SFLREC1-O.

      *================================================================
      *  The customer must have had a letter for the year shown; a
      *  dispute is no use to the auditors without the customer's
      *  figure and what they say the difference is.
      *================================================================

       2900-VALIDATE-ENTRY.

           MOVE WS-CFM-YEAR              TO CFMYEAR   OF CUSTCFMPF-REC.
           MOVE ENT-CUSTNO OF SFLCTL1-O  TO CFMCUSTNO OF CUSTCFMPF-REC.
           READ CUSTCFMPF
              INVALID KEY
                 MOVE B"1" TO IN90
           END-READ.

           IF  ENT-RESP OF SFLCTL1-O NOT = "A"
           AND ENT-RESP OF SFLCTL1-O NOT = "D"
           AND ENT-RESP OF SFLCTL1-O NOT = "N"
              MOVE B"1" TO IN91
           END-IF.

           IF ENT-RESP OF SFLCTL1-O = "D"
              IF ENT-CUSTAMT OF SFLCTL1-O = ZEROES
              OR ENT-NOTE    OF SFLCTL1-O = SPACES
                 MOVE B"1" TO IN92
              END-IF
           END-IF.

      *================================================================
      *  Before and after images carry the response (1:1), the
      *  customer's figure (3:15) and the note (19:30); the key is
      *  the customer (1:6) and the audit year (8:4).
      *================================================================

       3000-RECORD-RESPONSE.

           MOVE "CUSTCFMPF"                 TO AUDLOG-FILE.
           MOVE SPACES                      TO AUDLOG-KEY.
           MOVE CFMCUSTNO  OF CUSTCFMPF-REC TO AUDLOG-KEY(1:6).
           MOVE CFMYEAR    OF CUSTCFMPF-REC TO AUDLOG-KEY(8:4).
           MOVE "CHANGE"                    TO AUDLOG-MODE.
           MOVE SPACES                      TO AUDLOG-BEF-DATA
                                               AUDLOG-AFT-DATA.
           MOVE CFMRESP    OF CUSTCFMPF-REC TO AUDLOG-BEF-DATA(1:1).
           MOVE CFMCUSTAMT OF CUSTCFMPF-REC TO WS-AUDIT-AMT.
           MOVE WS-AUDIT-AMT                TO AUDLOG-BEF-DATA(3:15).
           MOVE CFMNOTE    OF CUSTCFMPF-REC TO AUDLOG-BEF-DATA(19:30).

           MOVE ENT-RESP   OF SFLCTL1-O     TO CFMRESP OF CUSTCFMPF-REC.
           IF ENT-RESP OF SFLCTL1-O = "D"
              MOVE ENT-CUSTAMT OF SFLCTL1-O
                 TO CFMCUSTAMT OF CUSTCFMPF-REC
           ELSE
              MOVE ZEROES TO CFMCUSTAMT OF CUSTCFMPF-REC
           END-IF.
           MOVE ENT-NOTE   OF SFLCTL1-O     TO CFMNOTE OF CUSTCFMPF-REC.
           MOVE AUTH-USER                   TO CFMRESPUSER
                                               OF CUSTCFMPF-REC.
           MOVE FUNCTION CURRENT-DATE       TO CFMRESPTS
                                               OF CUSTCFMPF-REC.
           REWRITE CUSTCFMPF-REC.
           ADD 1 TO USGLOG-CHGS.
           ADD 1 TO WS-RECORDED-COUNT.

           MOVE CFMRESP    OF CUSTCFMPF-REC TO AUDLOG-AFT-DATA(1:1).
           MOVE CFMCUSTAMT OF CUSTCFMPF-REC TO WS-AUDIT-AMT.
           MOVE WS-AUDIT-AMT                TO AUDLOG-AFT-DATA(3:15).
           MOVE CFMNOTE    OF CUSTCFMPF-REC TO AUDLOG-AFT-DATA(19:30).
           CALL "AUDITLOG" USING AUDLOG-PARM.

           MOVE ZEROES TO ENT-CUSTNO  OF SFLCTL1-O
                          ENT-CUSTAMT OF SFLCTL1-O.
           MOVE SPACES TO ENT-RESP    OF SFLCTL1-O
                          ENT-NOTE    OF SFLCTL1-O.

      *================================================================

       9000-SET-UP.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CUSTCFMCBL" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN INPUT CUSTPF
                I-O   CUSTCFMPF
                      CUSTCFMDSP.

           SET START-PROGRAM TO TRUE.
           INITIALIZE SFLCTL1-O.

      *          Replies come in during the new year for the year
      *          just ended - that is where the screen opens.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CFM-YEAR.
           SUBTRACT 1 FROM WS-CFM-YEAR.

           MOVE "CUSTCONFRM" TO AUTH-FUNC.
           CALL "AUTHCHKSVC" USING AUTHCHK-PARM.
           IF AUTH-STAT NOT = "Y"
              DISPLAY "CUSTCFMCBL: user " AUTH-USER
                      " not authorized to record confirmations"
              SET END-PROGRAM TO TRUE
           ELSE
              PERFORM 1100-LOAD-SFL
           END-IF.

      *================================================================

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE CUSTPF
                 CUSTCFMPF
                 CUSTCFMDSP.

           DISPLAY "CUSTCFMCBL: " WS-RECORDED-COUNT
                   " responses recorded".
