       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LEAVREG.

      *================================================================
      *  Files a leaver on the LEAVERPF register, or confirms one
      *  already filed, for the LEAVCBL sweep to carry out. Called
      *  from the security team's command; LINK-FUNC "R" files the
      *  user with the leaving date, the successor, both email
      *  addresses and the output queue the leaver's spooled files
      *  go to (blank - they are left for the checklist), "C"
      *  confirms a filed user once LEAVCBL has listed what it will
      *  change. The outcome comes back in LINK-STAT:
      *
      *     "Y" - filed, or confirmed;
      *     "D" - already on the register (filing);
      *     "S" - successor blank, the leaver, or not a user
      *           profile (filing);
      *     "V" - no leaving date (filing);
      *     "N" - not on the register (confirming);
      *     "L" - not yet listed by LEAVCBL (confirming);
      *     "U" - confirmed by the user who filed it (confirming) -
      *           the second pair of eyes is the point;
      *     "A" - already confirmed or done (confirming);
      *     "X" - user not authorized for LEAVER.
      *
      *  The removals and reassignments cannot be undone by the
      *  system, so filing and confirming are a named AUTHFNC
      *  function and both are written through AUDITLOG.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEAVERPF       ASSIGN  TO DATABASE-LEAVERPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         LVUSER.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  LEAVERPF
           LABEL RECORDS ARE STANDARD.
       01  LEAVERPF-REC.
           COPY DDS-ALL-FORMATS OF LEAVERPF.

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  LV-FOUND-SW         PIC 1   VALUE B"0".
               88  LV-FOUND                VALUE B"1".
               88  LV-NOT-FOUND            VALUE B"0".

       01  AUTHCHK-PARM.
           05  AUTH-FUNC                   PIC X(10).
           05  AUTH-STAT                   PIC X(1).
           05  AUTH-USER                   PIC X(10).

       01  CHKOBJ-PARM.
           05  CHKOBJ-NAME                 PIC X(10).
           05  CHKOBJ-LIB                  PIC X(10).
           05  CHKOBJ-TYPE                 PIC X(10).
           05  CHKOBJ-FOUND                PIC X(01).
           05  CHKOBJ-MSG                  PIC X(50).

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  AUDLOG-MODE                 PIC X(7).
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

      *================================================================

       LINKAGE SECTION.

       01  LINK-FUNC                PIC X(1).
       01  LINK-USER                PIC X(10).
       01  LINK-LEAVE-DATE          PIC 9(8).
       01  LINK-SUCCESSOR           PIC X(10).
       01  LINK-EMAIL               PIC X(60).
       01  LINK-SUCC-EMAIL          PIC X(60).
       01  LINK-OUTQ                PIC X(10).
       01  LINK-OUTQ-LIB            PIC X(10).
       01  LINK-STAT                PIC X(1).

      *================================================================

       PROCEDURE DIVISION USING LINK-FUNC, LINK-USER, LINK-LEAVE-DATE,
                                LINK-SUCCESSOR, LINK-EMAIL,
                                LINK-SUCC-EMAIL, LINK-OUTQ,
                                LINK-OUTQ-LIB, LINK-STAT.

       0000-MAIN.

           MOVE "LEAVER" TO AUTH-FUNC.
           CALL "AUTHCHKSVC" USING AUTHCHK-PARM.
           IF AUTH-STAT NOT = "Y"
              MOVE "X" TO LINK-STAT
              DISPLAY "LEAVREG: user " AUTH-USER
                      " not authorized for leaver filing"
              GOBACK
           END-IF.

           OPEN I-O LEAVERPF.

           MOVE LINK-USER TO LVUSER OF LEAVERPF-REC.
           SET LV-FOUND TO TRUE.
           READ LEAVERPF
              INVALID KEY
                 SET LV-NOT-FOUND TO TRUE
           END-READ.

           IF LINK-FUNC = "C"
              PERFORM 2000-CONFIRM
           ELSE
              PERFORM 1000-FILE
           END-IF.

           CLOSE LEAVERPF.

           DISPLAY "LEAVREG: user " LINK-USER
                   " function " LINK-FUNC
                   " status " LINK-STAT.

           GOBACK.

      *================================================================

       1000-FILE.

           MOVE "Y" TO CHKOBJ-FOUND.
           IF LINK-SUCCESSOR NOT = SPACES
           AND LINK-SUCCESSOR NOT = LINK-USER
              MOVE LINK-SUCCESSOR TO CHKOBJ-NAME
              MOVE "QSYS"         TO CHKOBJ-LIB
              MOVE "*USRPRF"      TO CHKOBJ-TYPE
              CALL "CHKOBJ" USING CHKOBJ-PARM
           END-IF.

           EVALUATE TRUE
              WHEN LV-FOUND
                 MOVE "D" TO LINK-STAT
              WHEN LINK-SUCCESSOR = SPACES
              OR   LINK-SUCCESSOR = LINK-USER
              OR   CHKOBJ-FOUND = "N"
                 MOVE "S" TO LINK-STAT
              WHEN LINK-LEAVE-DATE = ZEROES
                 MOVE "V" TO LINK-STAT
              WHEN OTHER
                 PERFORM 1100-WRITE-REGISTER-ROW
                 MOVE "Y" TO LINK-STAT
           END-EVALUATE.

      *================================================================

       1100-WRITE-REGISTER-ROW.

           INITIALIZE LEAVERPF-REC.
           MOVE LINK-USER              TO LVUSER    OF LEAVERPF-REC.
           MOVE "P"                    TO LVSTAT    OF LEAVERPF-REC.
           MOVE LINK-LEAVE-DATE        TO LVLEAVDT  OF LEAVERPF-REC.
           MOVE LINK-SUCCESSOR         TO LVSUCC    OF LEAVERPF-REC.
           MOVE LINK-EMAIL             TO LVEMAIL   OF LEAVERPF-REC.
           MOVE LINK-SUCC-EMAIL        TO LVSEMAIL  OF LEAVERPF-REC.
           MOVE LINK-OUTQ              TO LVOUTQ    OF LEAVERPF-REC.
           MOVE LINK-OUTQ-LIB          TO LVOUTQL   OF LEAVERPF-REC.
           IF LVOUTQ OF LEAVERPF-REC NOT = SPACES
           AND LVOUTQL OF LEAVERPF-REC = SPACES
              MOVE "*LIBL" TO LVOUTQL OF LEAVERPF-REC
           END-IF.
           MOVE AUTH-USER              TO LVREQUSER OF LEAVERPF-REC.
           MOVE FUNCTION CURRENT-DATE  TO LVREQTS   OF LEAVERPF-REC.
           MOVE SPACES                 TO LVLISTTS  OF LEAVERPF-REC
                                          LVCFMUSER OF LEAVERPF-REC
                                          LVCFMTS   OF LEAVERPF-REC
                                          LVDONETS  OF LEAVERPF-REC.
           WRITE LEAVERPF-REC.

           MOVE "LEAVERPF"             TO AUDLOG-FILE.
           MOVE LINK-USER              TO AUDLOG-KEY.
           MOVE "ADD"                  TO AUDLOG-MODE.
           MOVE SPACES                 TO AUDLOG-BEF-DATA.
           MOVE SPACES                 TO AUDLOG-AFT-DATA.
           MOVE "P"                    TO AUDLOG-AFT-DATA(1:1).
           MOVE LINK-LEAVE-DATE        TO AUDLOG-AFT-DATA(3:8).
           MOVE LINK-SUCCESSOR         TO AUDLOG-AFT-DATA(12:10).
           MOVE LINK-OUTQ-LIB          TO AUDLOG-AFT-DATA(23:10).
           MOVE LINK-OUTQ              TO AUDLOG-AFT-DATA(33:10).
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *================================================================

       2000-CONFIRM.

           EVALUATE TRUE
              WHEN LV-NOT-FOUND
                 MOVE "N" TO LINK-STAT
              WHEN LVSTAT OF LEAVERPF-REC NOT = "P"
                 MOVE "A" TO LINK-STAT
              WHEN LVLISTTS OF LEAVERPF-REC = SPACES
                 MOVE "L" TO LINK-STAT
              WHEN LVREQUSER OF LEAVERPF-REC = AUTH-USER
                 MOVE "U" TO LINK-STAT
              WHEN OTHER
                 MOVE "C"                   TO LVSTAT    OF
                                               LEAVERPF-REC
                 MOVE AUTH-USER             TO LVCFMUSER OF
                                               LEAVERPF-REC
                 MOVE FUNCTION CURRENT-DATE TO LVCFMTS   OF
                                               LEAVERPF-REC
                 REWRITE LEAVERPF-REC
                 MOVE "LEAVERPF"            TO AUDLOG-FILE
                 MOVE LINK-USER             TO AUDLOG-KEY
                 MOVE "CHANGE"              TO AUDLOG-MODE
                 MOVE SPACES                TO AUDLOG-BEF-DATA
                                               AUDLOG-AFT-DATA
                 MOVE "P"                   TO AUDLOG-BEF-DATA(1:1)
                 MOVE "C"                   TO AUDLOG-AFT-DATA(1:1)
                 MOVE LVLISTTS OF LEAVERPF-REC
                                            TO AUDLOG-AFT-DATA(3:21)
                 CALL "AUDITLOG" USING AUDLOG-PARM
                 MOVE "Y" TO LINK-STAT
           END-EVALUATE.
