       IDENTIFICATION DIVISION.
      *****************************************************************
      **                       KPL System                            **
      **                       ----------                            **
      ** Program Id    -  KIFTPROTC   FTP credential rotation       **
      **                              expiry check                  **
      **                                                             **
      *****************************************************************
      **                                                             **
      **  CHANGES DETAILS                                            **
      **                                                             **
      **  Change No. Date      BY  Description                       **
      **  ---------- -----     --  -----------------------           **
      **                                                             **
      *****************************************************************

       PROGRAM-ID.    KIFTPROTC.
       AUTHOR.        VPC.
       INSTALLATION.  KEPPEL TATLEE.
       DATE-COMPILED.

      *---------------------------------------------------------------*
      * Nightly check of every destination profile's logon against
      * its rotation policy (KIFTPDST DSTPWMAXD maximum age in days,
      * DSTPWWRND warning days; zero maximum = no policy). The age
      * runs from the KIFTPCRD CRDCHGTS stamp KIFTPCRDM puts on each
      * rotation - a row never rotated since the stamp arrived has
      * no age to go on and counts as overdue.
      *
      *   warning - expiry within the warning days: an ALERTSVC
      *       warning, so the profile's administrator (CRDADMIN,
      *       named on the alert) rotates it before it lapses.
      *   overdue - past expiry: a critical alert, raised again
      *       each night until the password is rotated.
      *
      * KIFTPROT is rebuilt with one status row per policy profile;
      * the morning console lists the overdue rows from it, since
      * the console has no rights to the secured KIFTPCRD. Every
      * policy profile is listed on the run log, with any profile
      * under a policy but with no stored credential.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KIFTPDST-FILE   ASSIGN  TO DATABASE-KIFTPDST
                  ORGANIZATION    IS         INDEXED
                  ACCESS          IS         DYNAMIC
                  RECORD KEY      IS         DSTPROF.

           SELECT KIFTPCRD-FILE   ASSIGN  TO DATABASE-KIFTPCRD
                  ORGANIZATION    IS         INDEXED
                  ACCESS          IS         DYNAMIC
                  RECORD KEY      IS         CRDPROF.

           SELECT KIFTPROT-FILE   ASSIGN  TO DATABASE-KIFTPROT
                  ORGANIZATION    IS         INDEXED
                  ACCESS          IS         DYNAMIC
                  RECORD KEY      IS         RTPROF.

           SELECT KIFTPROTLOG     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION    IS         SEQUENTIAL.

      *---------------------------------------------------------------*

       DATA DIVISION.
       FILE SECTION.

       FD  KIFTPDST-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPDST-REC.
       COPY DDS-ALL-FORMATS OF KIFTPDST.

       FD  KIFTPCRD-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPCRD-REC.
       COPY DDS-ALL-FORMATS OF KIFTPCRD.

       FD  KIFTPROT-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPROT-REC.
       COPY DDS-ALL-FORMATS OF KIFTPROT.

       FD  KIFTPROTLOG
           LABEL RECORDS ARE OMITTED.
       01  KIFTPROTLOG-REC             PIC X(132).

       WORKING-STORAGE SECTION.

       01  PROGRAM-SWITCHES.
           05 WS-EOF-KIFTPDST         PIC 1 VALUE B"0".
              88  NOT-EOF-KIFTPDST    VALUE B"0".
              88  EOF-KIFTPDST        VALUE B"1".

       01  WORK-AREAS.
           05 WS-NOW-TS               PIC X(21) VALUE SPACES.
           05 WS-NOW-INT              PIC S9(9) VALUE ZEROES.
           05 WS-CHG-DATE             PIC 9(8)  VALUE ZEROES.
           05 WS-EXP-INT              PIC S9(9) VALUE ZEROES.
           05 WS-DAYS-EDIT            PIC -ZZZ9.

       01  RUN-COUNTERS.
           05 WS-POLICY-COUNT         PIC 9(5)  VALUE ZEROES.
           05 WS-CURRENT-COUNT        PIC 9(5)  VALUE ZEROES.
           05 WS-WARNING-COUNT        PIC 9(5)  VALUE ZEROES.
           05 WS-OVERDUE-COUNT        PIC 9(5)  VALUE ZEROES.
           05 WS-NOCRED-COUNT         PIC 9(5)  VALUE ZEROES.

       01  ALERT-PARM.
           05 ALERT-TYPE              PIC X(10).
           05 ALERT-SEV               PIC X(1).
           05 ALERT-SOURCE            PIC X(10).
           05 ALERT-TEXT              PIC X(60).

       01  KIFTPROTLOG-LINES.
           05  HEAD-LOG-LINE.
               10  FILLER             PIC X(01) VALUE SPACES.
               10  FILLER             PIC X(12) VALUE "PROFILE".
               10  FILLER             PIC X(10) VALUE "STATUS".
               10  FILLER             PIC X(10) VALUE "ROTATED".
               10  FILLER             PIC X(10) VALUE "EXPIRES".
               10  FILLER             PIC X(07) VALUE "  DAYS".
               10  FILLER             PIC X(12) VALUE "  ADMIN".
               10  FILLER             PIC X(40) VALUE "RESULT".
           05  ROT-LOG-LINE.
               10  FILLER             PIC X(01) VALUE SPACES.
               10  RLL-PROFILE        PIC X(12).
               10  RLL-STATUS         PIC X(10).
               10  RLL-CHGDT          PIC X(10).
               10  RLL-EXPDT          PIC X(10).
               10  RLL-DAYS           PIC -ZZZ9.
               10  FILLER             PIC X(02) VALUE SPACES.
               10  RLL-ADMIN          PIC X(12).
               10  RLL-RESULT         PIC X(60).
           05  TOTAL-LOG-LINE.
               10  FILLER             PIC X(01) VALUE SPACES.
               10  FILLER             PIC X(10) VALUE "POLICIES:".
               10  TLL-POLICY         PIC ZZZZ9.
               10  FILLER             PIC X(11) VALUE "  CURRENT:".
               10  TLL-CURRENT        PIC ZZZZ9.
               10  FILLER             PIC X(11) VALUE "  WARNING:".
               10  TLL-WARNING        PIC ZZZZ9.
               10  FILLER             PIC X(11) VALUE "  OVERDUE:".
               10  TLL-OVERDUE        PIC ZZZZ9.
               10  FILLER             PIC X(11) VALUE "  NO CRED:".
               10  TLL-NOCRED         PIC ZZZZ9.

      *---------------------------------------------------------------*

       PROCEDURE DIVISION.

       A000-MAIN-PARA.

           PERFORM A1000-INIT-PARA    THRU A1000-EXIT.
           PERFORM B1000-CHECK-PARA   THRU B1000-EXIT.
           PERFORM D1000-CLOSE-PARA   THRU D1000-EXIT.

       A000-EXIT.
           GOBACK.

      *---------------------------------------------------------------*

       A1000-INIT-PARA.

      * KIFTPROT is opened OUTPUT - cleared and rebuilt each night,
      * so a profile whose policy was lifted drops off the console.

           OPEN INPUT  KIFTPDST-FILE
                       KIFTPCRD-FILE.
           OPEN OUTPUT KIFTPROT-FILE
                       KIFTPROTLOG.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
           COMPUTE WS-NOW-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NOW-TS(1:8))).

           MOVE HEAD-LOG-LINE TO KIFTPROTLOG-REC.
           WRITE KIFTPROTLOG-REC.

       A1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1000-CHECK-PARA.

           SET NOT-EOF-KIFTPDST TO TRUE.
           MOVE LOW-VALUES TO DSTPROF OF KIFTPDST-REC.
           START KIFTPDST-FILE
              KEY NOT < DSTPROF OF KIFTPDST-REC
              INVALID KEY
                 SET EOF-KIFTPDST TO TRUE
           END-START.

           PERFORM UNTIL EOF-KIFTPDST
              READ KIFTPDST-FILE NEXT RECORD
                 AT END
                    SET EOF-KIFTPDST TO TRUE
                 NOT AT END
                    IF DSTPWMAXD OF KIFTPDST-REC > ZEROES
                       PERFORM B1100-CHECK-PROFILE THRU B1100-EXIT
                    END-IF
              END-READ
           END-PERFORM.

       B1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1100-CHECK-PROFILE.

           ADD 1 TO WS-POLICY-COUNT.
           MOVE SPACES TO ROT-LOG-LINE.
           MOVE DSTPROF OF KIFTPDST-REC TO RLL-PROFILE.
           MOVE ZEROES TO RLL-DAYS.

           MOVE DSTPROF OF KIFTPDST-REC TO CRDPROF OF KIFTPCRD-REC.
           READ KIFTPCRD-FILE
              INVALID KEY
                 ADD 1 TO WS-NOCRED-COUNT
                 MOVE "NO CRED"  TO RLL-STATUS
                 MOVE "POLICY SET BUT NO CREDENTIAL ON KIFTPCRD"
                    TO RLL-RESULT
                 MOVE ROT-LOG-LINE TO KIFTPROTLOG-REC
                 WRITE KIFTPROTLOG-REC
                 GO TO B1100-EXIT
           END-READ.

           INITIALIZE KIFTPROT-REC.
           MOVE DSTPROF  OF KIFTPDST-REC TO RTPROF  OF KIFTPROT-REC.
           MOVE CRDADMIN OF KIFTPCRD-REC TO RTADMIN OF KIFTPROT-REC
                                            RLL-ADMIN.
           MOVE WS-NOW-TS                TO RTCHKTS OF KIFTPROT-REC.

           IF CRDCHGTS OF KIFTPCRD-REC(1:8) NOT NUMERIC
              MOVE "O"       TO RTSTAT OF KIFTPROT-REC
              MOVE "NEVER"   TO RLL-CHGDT
              MOVE "*** NO ROTATION ON RECORD - ROTATE NOW ***"
                 TO RLL-RESULT
           ELSE
              MOVE CRDCHGTS OF KIFTPCRD-REC(1:8) TO WS-CHG-DATE
              COMPUTE WS-EXP-INT =
                  FUNCTION INTEGER-OF-DATE(WS-CHG-DATE)
                  + DSTPWMAXD OF KIFTPDST-REC
              MOVE WS-CHG-DATE TO RTCHGDT OF KIFTPROT-REC
              COMPUTE RTEXPDT OF KIFTPROT-REC =
                  FUNCTION DATE-OF-INTEGER(WS-EXP-INT)
              COMPUTE RTDAYS OF KIFTPROT-REC =
                  WS-EXP-INT - WS-NOW-INT
              MOVE RTCHGDT OF KIFTPROT-REC TO RLL-CHGDT
              MOVE RTEXPDT OF KIFTPROT-REC TO RLL-EXPDT
              MOVE RTDAYS  OF KIFTPROT-REC TO RLL-DAYS
              EVALUATE TRUE
                 WHEN RTDAYS OF KIFTPROT-REC < ZEROES
                    MOVE "O" TO RTSTAT OF KIFTPROT-REC
                    MOVE "*** PAST EXPIRY - ROTATE NOW ***"
                       TO RLL-RESULT
                 WHEN RTDAYS OF KIFTPROT-REC
                       NOT > DSTPWWRND OF KIFTPDST-REC
                    MOVE "W" TO RTSTAT OF KIFTPROT-REC
                    MOVE "EXPIRING - ROTATE BEFORE THE EXPIRY DATE"
                       TO RLL-RESULT
                 WHEN OTHER
                    MOVE "C" TO RTSTAT OF KIFTPROT-REC
                    MOVE "CURRENT" TO RLL-RESULT
              END-EVALUATE
           END-IF.

           EVALUATE RTSTAT OF KIFTPROT-REC
              WHEN "O"
                 ADD 1 TO WS-OVERDUE-COUNT
                 MOVE "OVERDUE"  TO RLL-STATUS
                 PERFORM C1000-RAISE-ALERT THRU C1000-EXIT
              WHEN "W"
                 ADD 1 TO WS-WARNING-COUNT
                 MOVE "WARNING"  TO RLL-STATUS
                 PERFORM C1000-RAISE-ALERT THRU C1000-EXIT
              WHEN OTHER
                 ADD 1 TO WS-CURRENT-COUNT
                 MOVE "CURRENT"  TO RLL-STATUS
           END-EVALUATE.

           WRITE KIFTPROT-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.

           MOVE ROT-LOG-LINE TO KIFTPROTLOG-REC.
           WRITE KIFTPROTLOG-REC.

       B1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1000-RAISE-ALERT.

      * A warning ahead of expiry; a critical once the password is
      * past it (ALERTSVC pages the on-call roster for those).

           MOVE "KIFTPROTC" TO ALERT-SOURCE.
           MOVE SPACES      TO ALERT-TEXT.

           IF RTSTAT OF KIFTPROT-REC = "W"
              MOVE "FTPPWWARN" TO ALERT-TYPE
              MOVE "W"         TO ALERT-SEV
              MOVE RTDAYS OF KIFTPROT-REC TO WS-DAYS-EDIT
              STRING "FTP LOGON FOR "         DELIMITED BY SIZE
                     RTPROF OF KIFTPROT-REC   DELIMITED BY SPACE
                     " EXPIRES IN"            DELIMITED BY SIZE
                     WS-DAYS-EDIT             DELIMITED BY SIZE
                     " DAYS - ADMIN "         DELIMITED BY SIZE
                     RTADMIN OF KIFTPROT-REC  DELIMITED BY SIZE
                 INTO ALERT-TEXT
              END-STRING
           ELSE
              MOVE "FTPPWEXP"  TO ALERT-TYPE
              MOVE "C"         TO ALERT-SEV
              STRING "FTP LOGON FOR "         DELIMITED BY SIZE
                     RTPROF OF KIFTPROT-REC   DELIMITED BY SPACE
                     " OVERDUE FOR ROTATION - ADMIN "
                                              DELIMITED BY SIZE
                     RTADMIN OF KIFTPROT-REC  DELIMITED BY SIZE
                 INTO ALERT-TEXT
              END-STRING
           END-IF.

           CALL "ALERTSVC" USING ALERT-PARM.

       C1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       D1000-CLOSE-PARA.

           MOVE WS-POLICY-COUNT   TO TLL-POLICY.
           MOVE WS-CURRENT-COUNT  TO TLL-CURRENT.
           MOVE WS-WARNING-COUNT  TO TLL-WARNING.
           MOVE WS-OVERDUE-COUNT  TO TLL-OVERDUE.
           MOVE WS-NOCRED-COUNT   TO TLL-NOCRED.
           MOVE TOTAL-LOG-LINE TO KIFTPROTLOG-REC.
           WRITE KIFTPROTLOG-REC.

           CLOSE KIFTPDST-FILE
                 KIFTPCRD-FILE
                 KIFTPROT-FILE
                 KIFTPROTLOG.

           DISPLAY "KIFTPROTC: " WS-POLICY-COUNT " policies, "
                   WS-WARNING-COUNT " expiring, "
                   WS-OVERDUE-COUNT " overdue".

       D1000-EXIT.
           EXIT.
