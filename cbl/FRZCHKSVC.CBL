       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FRZCHKSVC.

      *================================================================
      *  Shared change-freeze check (in the spirit of AUTHCHKSVC -
      *  one CALL, one job done): answers whether a maintenance
      *  screen may make the update it is about to make to a
      *  control file today, per the FRZCALPF freeze calendar and
      *  its FRZSCPPF scope lists.
      *
      *    FRZCHK-STAT "Y" - no freeze in force covers the file;
      *                "E" - a freeze covers it, but the user holds
      *                      the FRZEMERG emergency-change function
      *                      on AUTHFNC and keyed a reason: go ahead;
      *                "N" - a freeze covers it and there is no
      *                      reason, or no FRZEMERG authority
      *                      (AUTHCHKSVC logs that refusal): the
      *                      screen must not update.
      *
      *  Every "E" and "N" is written to the FRZEXCPF exception log
      *  with the freeze, file, record key, mode, program, user and
      *  reason, for the FRZEXCRPT report - the freeze is answered
      *  for at the time, not found afterwards on the CTLCMPCBL
      *  drift report. The files are opened per call; the screens
      *  call this only when about to update.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRZCALPF       ASSIGN  TO DATABASE-FRZCALPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         FZID.

           SELECT FRZSCPPF       ASSIGN  TO DATABASE-FRZSCPPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         FSKEY.

           SELECT FRZEXCPF       ASSIGN  TO DATABASE-FRZEXCPF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  FRZCALPF
           LABEL RECORDS ARE STANDARD.
       01  FRZCALPF-REC.
           COPY DDS-ALL-FORMATS OF FRZCALPF.

       FD  FRZSCPPF
           LABEL RECORDS ARE STANDARD.
       01  FRZSCPPF-REC.
           COPY DDS-ALL-FORMATS OF FRZSCPPF.

       FD  FRZEXCPF
           LABEL RECORDS ARE STANDARD.
       01  FRZEXCPF-REC.
           COPY DDS-ALL-FORMATS OF FRZEXCPF.

       WORKING-STORAGE SECTION.

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

       01  SWITCH-AREA.
           05  EOF-FRZCALPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-FRZCALPF        VALUE B"0".
               88  EOF-FRZCALPF            VALUE B"1".
           05  FROZEN-SW           PIC 1   VALUE B"0".
               88  FILE-FROZEN             VALUE B"1".
               88  FILE-NOT-FROZEN         VALUE B"0".

       01  WS-TODAY                PIC 9(8)  VALUE ZEROES.
       01  WS-JOB-USER             PIC X(10) VALUE SPACES.

       01  AUTHCHK-PARM.
           05  AUTH-FUNC                   PIC X(10).
           05  AUTH-STAT                   PIC X(1).
           05  AUTH-USER                   PIC X(10).

       LINKAGE SECTION.

       01  FRZCHK-PARM.
           05  FRZCHK-FILE                 PIC X(10).
           05  FRZCHK-KEY                  PIC X(20).
           05  FRZCHK-MODE                 PIC X(7).
           05  FRZCHK-PGM                  PIC X(10).
           05  FRZCHK-REASON               PIC X(40).
           05  FRZCHK-STAT                 PIC X(1).
           05  FRZCHK-FRZID                PIC 9(6).

      *================================================================

       PROCEDURE DIVISION USING FRZCHK-PARM.

       0000-MAIN-LOGIC.

           MOVE "Y"    TO FRZCHK-STAT.
           MOVE ZEROES TO FRZCHK-FRZID.
           SET FILE-NOT-FROZEN TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT FRZCALPF
                      FRZSCPPF.

           SET NOT-EOF-FRZCALPF TO TRUE.
           MOVE ZEROES TO FZID OF FRZCALPF-REC.
           START FRZCALPF KEY IS NOT LESS THAN FZID OF FRZCALPF-REC
              INVALID KEY
                 SET EOF-FRZCALPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-FRZCALPF OR FILE-FROZEN
              READ FRZCALPF NEXT RECORD
                 AT END
                    SET EOF-FRZCALPF TO TRUE
                 NOT AT END
                    IF FZSTRDT OF FRZCALPF-REC NOT > WS-TODAY
                    AND FZENDDT OF FRZCALPF-REC NOT < WS-TODAY
                       PERFORM 1000-CHECK-SCOPE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE FRZCALPF
                 FRZSCPPF.

           IF FILE-FROZEN
              PERFORM 2000-FROZEN-UPDATE
           END-IF.

           GOBACK.

      *================================================================

       1000-CHECK-SCOPE.

           MOVE FZID OF FRZCALPF-REC TO FSID   OF FRZSCPPF-REC.
           MOVE FRZCHK-FILE          TO FSFILE OF FRZSCPPF-REC.
           READ FRZSCPPF
              INVALID KEY
                 MOVE "*ALL" TO FSFILE OF FRZSCPPF-REC
                 READ FRZSCPPF
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET FILE-FROZEN TO TRUE
                 END-READ
              NOT INVALID KEY
                 SET FILE-FROZEN TO TRUE
           END-READ.

           IF FILE-FROZEN
              MOVE FZID OF FRZCALPF-REC TO FRZCHK-FRZID
           END-IF.

      *================================================================
      *  Without a reason the update is refused before authority is
      *  even asked - an emergency change nobody explains is not
      *  one.
      *================================================================

       2000-FROZEN-UPDATE.

           MOVE 0 TO BYTES-PROVIDED OF QUS-EC.
           CALL "QUSRJOBI" USING QUS-JOBI-0100, JOBI-RCVLEN,
                JOBI-FORMAT-NAME, QUALIFIED-JOB-NAME,
                JOBI-INTERNAL-JOB-ID, QUS-EC.
           MOVE JOBI-USER-NAME OF QUS-JOBI-0100 TO WS-JOB-USER.

           MOVE "N" TO FRZCHK-STAT.
           IF FRZCHK-REASON NOT = SPACES
              MOVE "FRZEMERG" TO AUTH-FUNC
              CALL "AUTHCHKSVC" USING AUTHCHK-PARM
              IF AUTH-STAT = "Y"
                 MOVE "E" TO FRZCHK-STAT
              END-IF
           END-IF.

           INITIALIZE FRZEXCPF-REC.
           MOVE FUNCTION CURRENT-DATE TO FXTS     OF FRZEXCPF-REC.
           MOVE FRZCHK-FRZID          TO FXFRZID  OF FRZEXCPF-REC.
           MOVE FRZCHK-FILE           TO FXFILE   OF FRZEXCPF-REC.
           MOVE FRZCHK-KEY            TO FXKEY    OF FRZEXCPF-REC.
           MOVE FRZCHK-MODE           TO FXMODE   OF FRZEXCPF-REC.
           MOVE FRZCHK-PGM            TO FXPGM    OF FRZEXCPF-REC.
           MOVE WS-JOB-USER           TO FXUSER   OF FRZEXCPF-REC.
           IF FRZCHK-STAT = "E"
              MOVE "E"                TO FXRESULT OF FRZEXCPF-REC
           ELSE
              MOVE "R"                TO FXRESULT OF FRZEXCPF-REC
           END-IF.
           MOVE FRZCHK-REASON         TO FXREASON OF FRZEXCPF-REC.

           OPEN EXTEND FRZEXCPF.
           WRITE FRZEXCPF-REC.
           CLOSE FRZEXCPF.
