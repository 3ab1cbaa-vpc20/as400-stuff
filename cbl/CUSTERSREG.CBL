       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTERSREG.

      *================================================================
      *  Files a personal-data erasure request on the CUSTERSPF
      *  register for the CUSTERSCBL batch to carry out. Called from
      *  the privacy officer's command with the customer number and
      *  their case reference; the outcome comes back in LINK-STAT:
      *
      *     "Y" - filed, pending the next erasure run;
      *     "N" - customer on neither CUSTPF nor CUSTARCH;
      *     "A" - customer still active or held on CUSTPF - close
      *           the account (CUSTCBL F8) before it can be erased;
      *     "D" - already on the register;
      *     "X" - user not authorized for CUSTERASE.
      *
      *  Erasure cannot be undone, so it is a named AUTHFNC function
      *  and the filing is written through AUDITLOG like any other
      *  master-file add.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTERSPF      ASSIGN  TO DATABASE-CUSTERSPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         ERSCUSTNO.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTARCH       ASSIGN  TO DATABASE-CUSTARCH
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         RTCUSTNO.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTERSPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTERSPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTERSPF.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTARCH
           LABEL RECORDS ARE STANDARD.
       01  CUSTARCH-REC.
           COPY DDS-ALL-FORMATS OF CUSTARCH.

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  CUSTPF-FOUND-SW     PIC 1   VALUE B"0".
               88  CUSTPF-FOUND            VALUE B"1".
               88  CUSTPF-NOT-FOUND        VALUE B"0".
           05  ARCH-FOUND-SW       PIC 1   VALUE B"0".
               88  ARCH-FOUND              VALUE B"1".
               88  ARCH-NOT-FOUND          VALUE B"0".
           05  ERS-FOUND-SW        PIC 1   VALUE B"0".
               88  ERS-FOUND               VALUE B"1".
               88  ERS-NOT-FOUND           VALUE B"0".

       01  AUTHCHK-PARM.
           05  AUTH-FUNC                   PIC X(10).
           05  AUTH-STAT                   PIC X(1).
           05  AUTH-USER                   PIC X(10).

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  AUDLOG-MODE                 PIC X(7).
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

      *================================================================

       LINKAGE SECTION.

       01  LINK-CUSTNO              PIC 9(6).
       01  LINK-REF                 PIC X(20).
       01  LINK-STAT                PIC X(1).

      *================================================================

       PROCEDURE DIVISION USING LINK-CUSTNO, LINK-REF, LINK-STAT.

       0000-MAIN.

           MOVE "CUSTERASE" TO AUTH-FUNC.
           CALL "AUTHCHKSVC" USING AUTHCHK-PARM.
           IF AUTH-STAT NOT = "Y"
              MOVE "X" TO LINK-STAT
              DISPLAY "CUSTERSREG: user " AUTH-USER
                      " not authorized for erasure requests"
              GOBACK
           END-IF.

           OPEN INPUT  CUSTPF
                       CUSTARCH.
           OPEN I-O    CUSTERSPF.

           MOVE LINK-CUSTNO TO CUSTNO OF CUSTPF-REC.
           SET CUSTPF-FOUND TO TRUE.
           READ CUSTPF
              INVALID KEY
                 SET CUSTPF-NOT-FOUND TO TRUE
           END-READ.

           MOVE LINK-CUSTNO TO RTCUSTNO OF CUSTARCH-REC.
           SET ARCH-FOUND TO TRUE.
           READ CUSTARCH
              INVALID KEY
                 SET ARCH-NOT-FOUND TO TRUE
           END-READ.

           MOVE LINK-CUSTNO TO ERSCUSTNO OF CUSTERSPF-REC.
           SET ERS-FOUND TO TRUE.
           READ CUSTERSPF
              INVALID KEY
                 SET ERS-NOT-FOUND TO TRUE
           END-READ.

           EVALUATE TRUE
              WHEN ERS-FOUND
                 MOVE "D" TO LINK-STAT
              WHEN CUSTPF-NOT-FOUND AND ARCH-NOT-FOUND
                 MOVE "N" TO LINK-STAT
              WHEN CUSTPF-FOUND AND CUSTSTAT OF CUSTPF-REC NOT = "I"
                 MOVE "A" TO LINK-STAT
              WHEN OTHER
                 PERFORM 1000-FILE-REQUEST
                 MOVE "Y" TO LINK-STAT
           END-EVALUATE.

           CLOSE CUSTPF
                 CUSTARCH
                 CUSTERSPF.

           DISPLAY "CUSTERSREG: customer " LINK-CUSTNO
                   " status " LINK-STAT.

           GOBACK.

      *================================================================

       1000-FILE-REQUEST.

           INITIALIZE CUSTERSPF-REC.
           MOVE LINK-CUSTNO            TO ERSCUSTNO  OF CUSTERSPF-REC.
           MOVE "P"                    TO ERSSTAT    OF CUSTERSPF-REC.
           MOVE LINK-REF               TO ERSREF     OF CUSTERSPF-REC.
           MOVE AUTH-USER              TO ERSREQUSER OF CUSTERSPF-REC.
           MOVE FUNCTION CURRENT-DATE  TO ERSREQTS   OF CUSTERSPF-REC.
           MOVE SPACES                 TO ERSDONETS  OF CUSTERSPF-REC.
           WRITE CUSTERSPF-REC.

           MOVE "CUSTERSPF"            TO AUDLOG-FILE.
           MOVE SPACES                 TO AUDLOG-KEY.
           MOVE LINK-CUSTNO            TO AUDLOG-KEY(1:6).
           MOVE "ADD"                  TO AUDLOG-MODE.
           MOVE SPACES                 TO AUDLOG-BEF-DATA.
           MOVE SPACES                 TO AUDLOG-AFT-DATA.
           MOVE "P"                    TO AUDLOG-AFT-DATA(1:1).
           MOVE LINK-REF               TO AUDLOG-AFT-DATA(3:20).
           CALL "AUDITLOG" USING AUDLOG-PARM.
