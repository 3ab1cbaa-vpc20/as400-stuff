       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FRZEXCRPT.

      *================================================================
      *  Change-freeze exception report from the FRZEXCPF log that
      *  FRZCHKSVC writes: every update a maintenance screen tried
      *  to make to a control file under a change freeze, in the
      *  order they were tried - the emergency changes made (with
      *  who made them and the reason they gave) and the updates
      *  refused. Each entry carries the freeze it ran into, by
      *  number and FRZCALPF name. The caller gives a from and to
      *  date (YYYYMMDD, both days included); zero on either end
      *  leaves that end open. Totals of each close the report.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRZEXCPF       ASSIGN  TO DATABASE-FRZEXCPF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT FRZCALPF       ASSIGN  TO DATABASE-FRZCALPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         RANDOM
                  RECORD KEY     IS         FZID.

           SELECT FRZEXCLST      ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  FRZEXCPF
           LABEL RECORDS ARE STANDARD.
       01  FRZEXCPF-REC.
           COPY DDS-ALL-FORMATS OF FRZEXCPF.

       FD  FRZCALPF
           LABEL RECORDS ARE STANDARD.
       01  FRZCALPF-REC.
           COPY DDS-ALL-FORMATS OF FRZCALPF.

       FD  FRZEXCLST
           LABEL RECORDS ARE OMITTED.
       01  FRZEXCLST-REC            PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-FRZEXCPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-FRZEXCPF        VALUE B"0".
               88  EOF-FRZEXCPF            VALUE B"1".

       01  WS-FXTS-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-TO-DATE              PIC 9(8) VALUE ZEROES.

       01  REPORT-COUNTERS.
           05  WS-EMERG-COUNT      PIC S9(7) VALUE ZEROES.
           05  WS-REFUSED-COUNT    PIC S9(7) VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(40)
                   VALUE "CHANGE-FREEZE EXCEPTIONS FROM".
               10  HDR-FROM         PIC 9(8).
               10  FILLER           PIC X(04) VALUE " TO ".
               10  HDR-TO           PIC 9(8).
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(16) VALUE "TIMESTAMP".
               10  FILLER           PIC X(08) VALUE "FREEZE".
               10  FILLER           PIC X(11) VALUE "FILE".
               10  FILLER           PIC X(21) VALUE "KEY".
               10  FILLER           PIC X(08) VALUE "MODE".
               10  FILLER           PIC X(11) VALUE "PROGRAM".
               10  FILLER           PIC X(11) VALUE "USER".
               10  FILLER           PIC X(10) VALUE "RESULT".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-TS           PIC X(14).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-FRZID        PIC ZZZZZ9.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-FILE         PIC X(11).
               10  DTL-KEY          PIC X(21).
               10  DTL-MODE         PIC X(08).
               10  DTL-PGM          PIC X(11).
               10  DTL-USER         PIC X(11).
               10  DTL-RESULT       PIC X(10).
           05  RSN-LINE.
               10  FILLER           PIC X(17) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "FREEZE: ".
               10  RSN-NAME         PIC X(32).
               10  FILLER           PIC X(08) VALUE "REASON: ".
               10  RSN-REASON       PIC X(40).
           05  TOT-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  TOT-LABEL        PIC X(30).
               10  TOT-COUNT        PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-FROM-DATE           PIC 9(08).
       01  LINK-TO-DATE             PIC 9(08).

      *================================================================

       PROCEDURE DIVISION USING LINK-FROM-DATE, LINK-TO-DATE.

       0000-MAIN.

           OPEN INPUT  FRZEXCPF
                       FRZCALPF
                OUTPUT FRZEXCLST.

           IF LINK-TO-DATE = ZEROES
              MOVE 99999999 TO WS-TO-DATE
           ELSE
              MOVE LINK-TO-DATE TO WS-TO-DATE
           END-IF.

           MOVE LINK-FROM-DATE TO HDR-FROM.
           MOVE LINK-TO-DATE   TO HDR-TO.
           MOVE HDR-LINE TO FRZEXCLST-REC.
           WRITE FRZEXCLST-REC.
           MOVE COL-LINE TO FRZEXCLST-REC.
           WRITE FRZEXCLST-REC.

           PERFORM UNTIL EOF-FRZEXCPF
              READ FRZEXCPF
                 AT END
                    SET EOF-FRZEXCPF TO TRUE
                 NOT AT END
                    IF FXTS OF FRZEXCPF-REC(1:8) IS NUMERIC
                       MOVE FXTS OF FRZEXCPF-REC(1:8) TO WS-FXTS-DATE
                       IF  WS-FXTS-DATE NOT < LINK-FROM-DATE
                       AND WS-FXTS-DATE NOT > WS-TO-DATE
                          PERFORM 1000-PRINT-EXCEPTION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM 2000-PRINT-TOTALS.

           CLOSE FRZEXCPF
                 FRZCALPF
                 FRZEXCLST.
           GOBACK.

      *================================================================
      *  A freeze removed from the calendar since still shows by
      *  number.
      *================================================================

       1000-PRINT-EXCEPTION.

           MOVE FXTS    OF FRZEXCPF-REC(1:14) TO DTL-TS.
           MOVE FXFRZID OF FRZEXCPF-REC       TO DTL-FRZID.
           MOVE FXFILE  OF FRZEXCPF-REC       TO DTL-FILE.
           MOVE FXKEY   OF FRZEXCPF-REC       TO DTL-KEY.
           MOVE FXMODE  OF FRZEXCPF-REC       TO DTL-MODE.
           MOVE FXPGM   OF FRZEXCPF-REC       TO DTL-PGM.
           MOVE FXUSER  OF FRZEXCPF-REC       TO DTL-USER.
           IF FXRESULT OF FRZEXCPF-REC = "E"
              MOVE "EMERGENCY" TO DTL-RESULT
              ADD 1 TO WS-EMERG-COUNT
           ELSE
              MOVE "REFUSED"   TO DTL-RESULT
              ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           MOVE DTL-LINE TO FRZEXCLST-REC.
           WRITE FRZEXCLST-REC.

           MOVE FXFRZID OF FRZEXCPF-REC TO FZID OF FRZCALPF-REC.
           READ FRZCALPF
              INVALID KEY
                 MOVE "*REMOVED" TO RSN-NAME
              NOT INVALID KEY
                 MOVE FZNAME OF FRZCALPF-REC TO RSN-NAME
           END-READ.
           MOVE FXREASON OF FRZEXCPF-REC TO RSN-REASON.
           MOVE RSN-LINE TO FRZEXCLST-REC.
           WRITE FRZEXCLST-REC.

      *================================================================

       2000-PRINT-TOTALS.

           MOVE "EMERGENCY CHANGES MADE"  TO TOT-LABEL.
           MOVE WS-EMERG-COUNT            TO TOT-COUNT.
           MOVE TOT-LINE TO FRZEXCLST-REC.
           WRITE FRZEXCLST-REC.

           MOVE "UPDATES REFUSED"         TO TOT-LABEL.
           MOVE WS-REFUSED-COUNT          TO TOT-COUNT.
           MOVE TOT-LINE TO FRZEXCLST-REC.
           WRITE FRZEXCLST-REC.
