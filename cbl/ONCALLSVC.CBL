       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ONCALLSVC.

      *================================================================
      *  Shared on-call lookup (one CALL, one job done): who is on
      *  call at the date and time passed in, from the ONCALLPF
      *  roster. The day is typed through BUSDAYSVC - a date the
      *  SHOPCAL calendar moves forward is a weekend or holiday
      *  ("N"), anything else a business day ("B") - and the row
      *  chosen is the one whose date range, day type and time band
      *  cover the moment, a row for the day's own type beating a
      *  "*" row and, among equals, the latest start date winning.
      *  No row covering the moment comes back OCSVC-FOUND "N"; the
      *  alert then goes only where ALERTRTE routes it, as before
      *  there was a roster.
      *
      *  The roster is read afresh on every call (it is short) so a
      *  swap keyed at midnight holds for the chain already running.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ONCALLPF       ASSIGN  TO DATABASE-ONCALLPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         OCKEY.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  ONCALLPF
           LABEL RECORDS ARE STANDARD.
       01  ONCALLPF-REC.
           COPY DDS-ALL-FORMATS OF ONCALLPF.

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-ONCALLPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-ONCALLPF        VALUE B"0".
               88  EOF-ONCALLPF            VALUE B"1".
           05  EXACT-FOUND-SW      PIC 1   VALUE B"0".
               88  EXACT-FOUND             VALUE B"1".
               88  EXACT-NOT-FOUND         VALUE B"0".

       01  WS-DAYTYP               PIC X(1)  VALUE SPACES.

       01  BUSDAY-PARM.
           05  BUSDAY-FUNC             PIC X(1).
           05  BUSDAY-FROM             PIC 9(8).
           05  BUSDAY-TO               PIC 9(8).
           05  BUSDAY-COUNT            PIC S9(5).
           05  BUSDAY-STAT             PIC X(1).

       LINKAGE SECTION.

       01  OCSVC-PARM.
           05  OCSVC-DATE                  PIC 9(8).
           05  OCSVC-TIME                  PIC 9(4).
           05  OCSVC-FOUND                 PIC X(1).
           05  OCSVC-PRIM                  PIC X(10).
           05  OCSVC-SEC                   PIC X(10).
           05  OCSVC-MGR                   PIC X(10).
           05  OCSVC-ESCMIN                PIC 9(3).

      *================================================================

       PROCEDURE DIVISION USING OCSVC-PARM.

       0000-MAIN-LOGIC.

           MOVE "N"    TO OCSVC-FOUND.
           MOVE SPACES TO OCSVC-PRIM
                          OCSVC-SEC
                          OCSVC-MGR.
           MOVE ZEROES TO OCSVC-ESCMIN.
           SET EXACT-NOT-FOUND TO TRUE.

           MOVE "N"        TO BUSDAY-FUNC.
           MOVE OCSVC-DATE TO BUSDAY-FROM.
           CALL "BUSDAYSVC" USING BUSDAY-PARM.
           IF BUSDAY-TO = OCSVC-DATE
              MOVE "B" TO WS-DAYTYP
           ELSE
              MOVE "N" TO WS-DAYTYP
           END-IF.

           OPEN INPUT ONCALLPF.

           SET NOT-EOF-ONCALLPF TO TRUE.
           MOVE LOW-VALUES TO OCKEY OF ONCALLPF-REC.
           START ONCALLPF KEY IS NOT LESS THAN OCKEY OF ONCALLPF-REC
              INVALID KEY
                 SET EOF-ONCALLPF TO TRUE
           END-START.

      *          Key order is start date ascending, so a later
      *          matching row simply replaces an earlier one.
           PERFORM UNTIL EOF-ONCALLPF
              READ ONCALLPF NEXT RECORD
                 AT END
                    SET EOF-ONCALLPF TO TRUE
                 NOT AT END
                    IF OCFROMDT OF ONCALLPF-REC > OCSVC-DATE
                       SET EOF-ONCALLPF TO TRUE
                    ELSE
                       PERFORM 1000-CHECK-ROW
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE ONCALLPF.

           GOBACK.

      *================================================================

       1000-CHECK-ROW.

           IF (OCTODT OF ONCALLPF-REC = ZEROES
               OR OCTODT OF ONCALLPF-REC NOT < OCSVC-DATE)
           AND OCSTRTM OF ONCALLPF-REC NOT > OCSVC-TIME
           AND OCENDTM OF ONCALLPF-REC > OCSVC-TIME
              EVALUATE TRUE
                 WHEN OCDAYTYP OF ONCALLPF-REC = WS-DAYTYP
                    SET EXACT-FOUND TO TRUE
                    PERFORM 1100-TAKE-ROW
                 WHEN OCDAYTYP OF ONCALLPF-REC = "*"
                 AND EXACT-NOT-FOUND
                    PERFORM 1100-TAKE-ROW
              END-EVALUATE
           END-IF.

      *================================================================

       1100-TAKE-ROW.

           MOVE "Y"                       TO OCSVC-FOUND.
           MOVE OCPRIM   OF ONCALLPF-REC  TO OCSVC-PRIM.
           MOVE OCSEC    OF ONCALLPF-REC  TO OCSVC-SEC.
           MOVE OCMGR    OF ONCALLPF-REC  TO OCSVC-MGR.
           MOVE OCESCMIN OF ONCALLPF-REC  TO OCSVC-ESCMIN.
