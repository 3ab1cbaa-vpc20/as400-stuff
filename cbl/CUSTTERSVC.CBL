       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTTERSVC.

      *================================================================
      *  Shared sales territory service (in the spirit of CUSTMKSVC -
      *  one CALL, one job done): finds the CUSTTERPF postal code
      *  range covering the customer's postal code and files the
      *  result on CUSTTASPF, so every program that adds a customer
      *  or moves one keeps the assignment current with one call.
      *
      *  The ranges are read in postal code order; with no overlaps
      *  allowed, the covering range is the last one starting at or
      *  below the postal code, provided the code is not past its
      *  end. A code no range covers is filed with a blank territory
      *  and TERSVC-STAT "N", so the reassignment report can list it.
      *
      *  A change of territory (or rep) is logged through AUDITLOG
      *  under AUDFILE "CUSTTASPF"; the previous territory and rep
      *  are handed back so the reassignment batch can print before
      *  and after. Both files are opened on the first call and left
      *  open - the batch calls once per customer and an open/close
      *  per call would dominate the run (the BUSDAYSVC reasoning).
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTTERPF      ASSIGN  TO DATABASE-CUSTTERPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         TRPOSTFR.

           SELECT CUSTTASPF      ASSIGN  TO DATABASE-CUSTTASPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         TACUSTNO.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTTERPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTTERPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTTERPF.

       FD  CUSTTASPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTTASPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTTASPF.

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  FILE-OPEN-SW        PIC 1   VALUE B"0".
               88  FILE-NOT-OPEN           VALUE B"0".
               88  FILE-IS-OPEN            VALUE B"1".
           05  EOF-CUSTTERPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTTERPF       VALUE B"0".
               88  EOF-CUSTTERPF           VALUE B"1".
           05  TA-FOUND-SW         PIC 1   VALUE B"0".
               88  TA-FOUND                VALUE B"1".
               88  TA-NOT-FOUND            VALUE B"0".

       01  RANGE-WORK.
           05  WS-CAND-POSTTO      PIC X(10).
           05  WS-CAND-TERR        PIC X(10).
           05  WS-CAND-REP         PIC X(10).

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  AUDLOG-MODE                 PIC X(7).
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       LINKAGE SECTION.

       01  TERSVC-PARM.
           05  TERSVC-CUSTNO               PIC 9(6).
           05  TERSVC-POST                 PIC X(10).
           05  TERSVC-SRC                  PIC X(1).
           05  TERSVC-TERR                 PIC X(10).
           05  TERSVC-REP                  PIC X(10).
           05  TERSVC-OLD-TERR             PIC X(10).
           05  TERSVC-OLD-REP              PIC X(10).
           05  TERSVC-STAT                 PIC X(1).

      *================================================================

       PROCEDURE DIVISION USING TERSVC-PARM.

       0000-MAIN-LOGIC.

           IF FILE-NOT-OPEN
              OPEN INPUT CUSTTERPF
              OPEN I-O   CUSTTASPF
              SET FILE-IS-OPEN TO TRUE
           END-IF.

           PERFORM 1000-FIND-RANGE.
           PERFORM 2000-FILE-ASSIGNMENT.

           GOBACK.

      *================================================================

       1000-FIND-RANGE.

           MOVE SPACES TO WS-CAND-POSTTO WS-CAND-TERR WS-CAND-REP.
           MOVE SPACES TO TERSVC-TERR TERSVC-REP.
           MOVE "N"    TO TERSVC-STAT.
           SET NOT-EOF-CUSTTERPF TO TRUE.

           MOVE LOW-VALUES TO TRPOSTFR OF CUSTTERPF-REC.
           START CUSTTERPF KEY IS NOT LESS THAN TRPOSTFR
                 OF CUSTTERPF-REC
              INVALID KEY
                 SET EOF-CUSTTERPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTTERPF
              READ CUSTTERPF NEXT RECORD
                 AT END
                    SET EOF-CUSTTERPF TO TRUE
                 NOT AT END
                    IF TRPOSTFR OF CUSTTERPF-REC > TERSVC-POST
                       SET EOF-CUSTTERPF TO TRUE
                    ELSE
                       MOVE TRPOSTTO OF CUSTTERPF-REC
                          TO WS-CAND-POSTTO
                       MOVE TRTERR   OF CUSTTERPF-REC TO WS-CAND-TERR
                       MOVE TRREP    OF CUSTTERPF-REC TO WS-CAND-REP
                    END-IF
              END-READ
           END-PERFORM.

           IF TERSVC-POST NOT = SPACES
           AND WS-CAND-TERR NOT = SPACES
           AND TERSVC-POST NOT > WS-CAND-POSTTO
              MOVE WS-CAND-TERR TO TERSVC-TERR
              MOVE WS-CAND-REP  TO TERSVC-REP
              MOVE "Y"          TO TERSVC-STAT
           END-IF.

      *================================================================

       2000-FILE-ASSIGNMENT.

           MOVE SPACES TO TERSVC-OLD-TERR TERSVC-OLD-REP.
           MOVE TERSVC-CUSTNO TO TACUSTNO OF CUSTTASPF-REC.
           SET TA-FOUND TO TRUE.
           READ CUSTTASPF
              INVALID KEY
                 SET TA-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 MOVE TATERR OF CUSTTASPF-REC TO TERSVC-OLD-TERR
                 MOVE TAREP  OF CUSTTASPF-REC TO TERSVC-OLD-REP
           END-READ.

      *          Nothing moved - leave the row and its stamp alone,
      *          so TAASGTS is when the customer last changed hands.
           IF TA-FOUND
           AND TERSVC-TERR = TERSVC-OLD-TERR
           AND TERSVC-REP  = TERSVC-OLD-REP
              CONTINUE
           ELSE
              MOVE TERSVC-CUSTNO         TO TACUSTNO OF CUSTTASPF-REC
              MOVE TERSVC-TERR           TO TATERR   OF CUSTTASPF-REC
              MOVE TERSVC-REP            TO TAREP    OF CUSTTASPF-REC
              MOVE TERSVC-SRC            TO TASRC    OF CUSTTASPF-REC
              MOVE FUNCTION CURRENT-DATE TO TAASGTS  OF CUSTTASPF-REC
              IF TA-FOUND
                 REWRITE CUSTTASPF-REC
                 MOVE "CHANGE" TO AUDLOG-MODE
              ELSE
                 WRITE CUSTTASPF-REC
                 MOVE "ADD"    TO AUDLOG-MODE
              END-IF
              PERFORM 2100-AUDIT-ASSIGNMENT
           END-IF.

      *================================================================

       2100-AUDIT-ASSIGNMENT.

           MOVE "CUSTTASPF"             TO AUDLOG-FILE.
           MOVE SPACES                  TO AUDLOG-KEY.
           MOVE TERSVC-CUSTNO           TO AUDLOG-KEY(1:6).
           MOVE SPACES                  TO AUDLOG-BEF-DATA.
           IF TA-FOUND
              MOVE TERSVC-OLD-TERR      TO AUDLOG-BEF-DATA(1:10)
              MOVE TERSVC-OLD-REP       TO AUDLOG-BEF-DATA(12:10)
           END-IF.
           MOVE SPACES                  TO AUDLOG-AFT-DATA.
           MOVE TERSVC-TERR             TO AUDLOG-AFT-DATA(1:10).
           MOVE TERSVC-REP              TO AUDLOG-AFT-DATA(12:10).
           MOVE TERSVC-SRC              TO AUDLOG-AFT-DATA(23:1).
           CALL "AUDITLOG" USING AUDLOG-PARM.
