       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGTKTVFY.

      ******************************************************************
      *  Post-deployment change ticket check - run after the PGMFINV
      *  build that follows a deployment, with that build's
      *  generation date. Compares it with the generation before it
      *  on PGMFINVH (as PGMFINVCMP would: a program/file usage that
      *  appeared, disappeared or changed its usage flags changes
      *  both the program and the file) and holds the result up
      *  against the CHGTKTPF change tickets planned on or before
      *  the generation and not yet verified:
      *
      *    each approved ticket's CHGTKTOBJ objects print CHANGED or
      *        NOT CHANGED (ticketed but never changed), TORESULT is
      *        set, and the ticket is closed as verified ("V")
      *        against the generation;
      *    an open ticket that never got its approval prints as NOT
      *        APPROVED and stays open - its objects do not count as
      *        ticketed;
      *    every changed object no approved ticket expected prints
      *        as a change nobody ticketed, naming the unapproved
      *        ticket where there is one.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PGMFINVH         ASSIGN TO DATABASE-PGMFINVH
                  ORGANIZATION     IS SEQUENTIAL
                  ACCESS           IS SEQUENTIAL.

           SELECT SORTWORK         ASSIGN TO SORTWK01.

           SELECT CHGTKTPF         ASSIGN TO DATABASE-CHGTKTPF
                  ORGANIZATION     IS INDEXED
                  ACCESS           IS DYNAMIC
                  RECORD KEY       IS TKID.

           SELECT CHGTKTOBJ        ASSIGN TO DATABASE-CHGTKTOBJ
                  ORGANIZATION     IS INDEXED
                  ACCESS           IS DYNAMIC
                  RECORD KEY       IS TOKEY.

           SELECT CHGVFYLST        ASSIGN TO PRINTER-QPRINT
                  ORGANIZATION     IS SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  PGMFINVH
           LABEL RECORDS ARE STANDARD.
       01  PGMFINVH-REC.
           COPY DDS-ALL-FORMATS OF PGMFINVH.

       SD  SORTWORK.
       01  SORT-REC.
           COPY DDS-ALL-FORMATS OF PGMFINVH.

       FD  CHGTKTPF
           LABEL RECORDS ARE STANDARD.
       01  CHGTKTPF-REC.
           COPY DDS-ALL-FORMATS OF CHGTKTPF.

       FD  CHGTKTOBJ
           LABEL RECORDS ARE STANDARD.
       01  CHGTKTOBJ-REC.
           COPY DDS-ALL-FORMATS OF CHGTKTOBJ.

       FD  CHGVFYLST
           LABEL RECORDS ARE OMITTED.
       01  CHGVFYLST-REC            PIC X(132).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  END-PGM-SW           PIC 1 VALUE B"0".
               88 START-PROGRAM           VALUE B"0".
               88 END-PROGRAM             VALUE B"1".
           05  EOF-PGMFINVH-SW      PIC 1 VALUE B"0".
               88 NOT-EOF-PGMFINVH        VALUE B"0".
               88 EOF-PGMFINVH            VALUE B"1".
           05  EOF-CHGTKTPF-SW      PIC 1 VALUE B"0".
               88 NOT-EOF-CHGTKTPF        VALUE B"0".
               88 EOF-CHGTKTPF            VALUE B"1".
           05  EOF-CHGTKTOBJ-SW     PIC 1 VALUE B"0".
               88 NOT-EOF-CHGTKTOBJ       VALUE B"0".
               88 EOF-CHGTKTOBJ           VALUE B"1".
           05  FIRST-GROUP-SW       PIC 1 VALUE B"0".
               88 FIRST-GROUP             VALUE B"0".
               88 NOT-FIRST-GROUP         VALUE B"1".
           05  GEN1-SEEN-SW         PIC 1 VALUE B"0".
               88 GEN1-SEEN               VALUE B"1".
               88 GEN1-NOT-SEEN           VALUE B"0".
           05  GEN2-SEEN-SW         PIC 1 VALUE B"0".
               88 GEN2-SEEN               VALUE B"1".
               88 GEN2-NOT-SEEN           VALUE B"0".
           05  NEW-GEN-FOUND-SW     PIC 1 VALUE B"0".
               88 NEW-GEN-NOT-FOUND       VALUE B"0".
               88 NEW-GEN-FOUND           VALUE B"1".

       01  WS-PRV-GEN-DATE          PIC 9(8) VALUE ZEROES.

       01  BREAK-AREA.
           05  BRK-PFPGM            PIC X(10).
           05  BRK-PFFILE           PIC X(10).

       01  GEN-FLAGS.
           05  G1-FLAGS.
               10  G1-INP           PIC X(1).
               10  G1-OUT           PIC X(1).
               10  G1-UPD           PIC X(1).
           05  G2-FLAGS.
               10  G2-INP           PIC X(1).
               10  G2-OUT           PIC X(1).
               10  G2-UPD           PIC X(1).

      *          Every object the generation compare found changed.
      *          CO-TICKETED "Y" once an approved ticket expected it;
      *          CO-OPEN-TKT names an unapproved ticket that did.
       01  CHANGED-OBJECTS.
           05  CO-ENTRY OCCURS 2000 TIMES INDEXED BY CO-IDX.
               10  CO-NAME          PIC X(10).
               10  CO-TYPE          PIC X(1).
               10  CO-DETAIL        PIC X(40).
               10  CO-TICKETED      PIC X(1).
               10  CO-OPEN-TKT      PIC X(10).
       01  CO-COUNT                 PIC S9(5) BINARY VALUE ZEROES.
       01  CO-FOUND                 PIC S9(5) BINARY VALUE ZEROES.

       01  LOOKUP-WORK.
           05  WS-CAND-NAME         PIC X(10).
           05  WS-CAND-TYPE         PIC X(1).
           05  WS-CAND-DETAIL       PIC X(40).

       01  REPORT-COUNTERS.
           05  WS-TKT-COUNT         PIC S9(7) VALUE ZEROES.
           05  WS-OPEN-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-HIT-COUNT         PIC S9(7) VALUE ZEROES.
           05  WS-MISS-COUNT        PIC S9(7) VALUE ZEROES.
           05  WS-UNTKT-COUNT       PIC S9(7) VALUE ZEROES.

       01  AUDLOG-PARM.
           05  AUDLOG-FILE                 PIC X(10).
           05  AUDLOG-KEY                  PIC X(20).
           05  AUDLOG-MODE                 PIC X(7).
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(31)
                   VALUE "CHANGE TICKET CHECK - PGMFINV ".
               10  HDR-GEN1         PIC 9(8).
               10  FILLER           PIC X(04) VALUE " TO ".
               10  HDR-GEN2         PIC 9(8).
           05  SEC-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  SEC-TITLE        PIC X(60).
           05  TKT-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(07) VALUE "TICKET ".
               10  TKT-ID           PIC X(11).
               10  TKT-TITLE        PIC X(41).
               10  FILLER           PIC X(04) VALUE "BY ".
               10  TKT-REQUSER      PIC X(11).
               10  TKT-APR-LABEL    PIC X(13).
               10  TKT-APPROVER     PIC X(11).
               10  FILLER           PIC X(08) VALUE "PACKET ".
               10  TKT-PKTTYP       PIC X(2).
               10  TKT-PKTTGT       PIC X(11).
               10  TKT-PKTDATE      PIC 9(8).
           05  OBJ-LINE.
               10  FILLER           PIC X(04) VALUE SPACES.
               10  OBJ-NAME         PIC X(12).
               10  OBJ-TYPE         PIC X(3).
               10  OBJ-RESULT       PIC X(13).
               10  OBJ-DETAIL       PIC X(40).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  OBJ-NOTE         PIC X(40).
           05  BLANK-LINE           PIC X(132) VALUE SPACES.
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(09) VALUE "TICKETS:".
               10  TTL-TKT          PIC ZZZZZZ9.
               10  FILLER           PIC X(16) VALUE "  NOT APPROVED:".
               10  TTL-OPEN         PIC ZZZZZZ9.
               10  FILLER           PIC X(11) VALUE "  CHANGED:".
               10  TTL-HIT          PIC ZZZZZZ9.
               10  FILLER           PIC X(15) VALUE "  NOT CHANGED:".
               10  TTL-MISS         PIC ZZZZZZ9.
               10  FILLER           PIC X(14) VALUE "  UNTICKETED:".
               10  TTL-UNTKT        PIC ZZZZZZ9.

      ******************************************************************

       LINKAGE SECTION.

       01  LINK-GEN-DATE            PIC 9(08).

      ******************************************************************

       PROCEDURE DIVISION USING LINK-GEN-DATE.

       0000-MAIN.

           PERFORM 1000-FIND-PRIOR-GEN.

           IF NEW-GEN-NOT-FOUND
           OR WS-PRV-GEN-DATE = ZEROES
              DISPLAY "CHGTKTVFY: generation " LINK-GEN-DATE
                      " or one before it not on PGMFINVH - "
                      "no tickets verified"
              GOBACK
           END-IF.

           OPEN I-O    CHGTKTPF
                       CHGTKTOBJ.
           OPEN OUTPUT CHGVFYLST.

           MOVE WS-PRV-GEN-DATE TO HDR-GEN1.
           MOVE LINK-GEN-DATE   TO HDR-GEN2.
           MOVE HDR-LINE TO CHGVFYLST-REC.
           WRITE CHGVFYLST-REC.

           SET FIRST-GROUP TO TRUE.

           SORT SORTWORK
               ON ASCENDING KEY PFPGM   OF SORT-REC
                                PFFILE  OF SORT-REC
                                PFGENDT OF SORT-REC
               INPUT  PROCEDURE IS 2000-RELEASE-TWO-GENS
               OUTPUT PROCEDURE IS 3000-COMPARE-GENS.

           IF NOT-FIRST-GROUP
              PERFORM 3500-EVAL-GROUP
           END-IF.

           PERFORM 4000-CHECK-TICKETS.
           PERFORM 5000-PRINT-UNTICKETED.

           MOVE WS-TKT-COUNT   TO TTL-TKT.
           MOVE WS-OPEN-COUNT  TO TTL-OPEN.
           MOVE WS-HIT-COUNT   TO TTL-HIT.
           MOVE WS-MISS-COUNT  TO TTL-MISS.
           MOVE WS-UNTKT-COUNT TO TTL-UNTKT.
           MOVE BLANK-LINE TO CHGVFYLST-REC.
           WRITE CHGVFYLST-REC.
           MOVE TOTAL-LINE TO CHGVFYLST-REC.
           WRITE CHGVFYLST-REC.

           CLOSE CHGTKTPF
                 CHGTKTOBJ
                 CHGVFYLST.

           DISPLAY "CHGTKTVFY: " WS-TKT-COUNT " tickets verified, "
                   WS-MISS-COUNT " objects not changed, "
                   WS-UNTKT-COUNT " changes not ticketed".

           GOBACK.

      ******************************************************************
      *
      * The generation compared against is the latest one before
      * LINK-GEN-DATE on PGMFINVH.
      *
      ******************************************************************

       1000-FIND-PRIOR-GEN.

           OPEN INPUT PGMFINVH.

           PERFORM UNTIL EOF-PGMFINVH
              READ PGMFINVH
                 AT END
                    SET EOF-PGMFINVH TO TRUE
                 NOT AT END
                    IF PFGENDT OF PGMFINVH-REC = LINK-GEN-DATE
                       SET NEW-GEN-FOUND TO TRUE
                    END-IF
                    IF PFGENDT OF PGMFINVH-REC < LINK-GEN-DATE
                    AND PFGENDT OF PGMFINVH-REC > WS-PRV-GEN-DATE
                       MOVE PFGENDT OF PGMFINVH-REC TO WS-PRV-GEN-DATE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PGMFINVH.

      ******************************************************************

       2000-RELEASE-TWO-GENS.

           SET NOT-EOF-PGMFINVH TO TRUE.
           OPEN INPUT PGMFINVH.

           PERFORM UNTIL EOF-PGMFINVH
              READ PGMFINVH
                 AT END
                    SET EOF-PGMFINVH TO TRUE
                 NOT AT END
                    IF PFGENDT OF PGMFINVH-REC = WS-PRV-GEN-DATE
                    OR PFGENDT OF PGMFINVH-REC = LINK-GEN-DATE
                       RELEASE SORT-REC FROM PGMFINVH-REC
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PGMFINVH.

      ******************************************************************

       3000-COMPARE-GENS.

           PERFORM UNTIL END-PROGRAM
              RETURN SORTWORK INTO PGMFINVH-REC
                 AT END
                    SET END-PROGRAM TO TRUE
                 NOT AT END
                    IF FIRST-GROUP
                    OR PFPGM  OF PGMFINVH-REC NOT = BRK-PFPGM
                    OR PFFILE OF PGMFINVH-REC NOT = BRK-PFFILE
                       IF NOT-FIRST-GROUP
                          PERFORM 3500-EVAL-GROUP
                       END-IF
                       PERFORM 3100-START-GROUP
                    END-IF
                    PERFORM 3200-NOTE-GENERATION
              END-RETURN
           END-PERFORM.

      ******************************************************************

       3100-START-GROUP.

           SET NOT-FIRST-GROUP TO TRUE.
           MOVE PFPGM  OF PGMFINVH-REC TO BRK-PFPGM.
           MOVE PFFILE OF PGMFINVH-REC TO BRK-PFFILE.
           SET GEN1-NOT-SEEN TO TRUE.
           SET GEN2-NOT-SEEN TO TRUE.
           MOVE SPACES TO G1-FLAGS G2-FLAGS.

      ******************************************************************

       3200-NOTE-GENERATION.

           IF PFGENDT OF PGMFINVH-REC = WS-PRV-GEN-DATE
              SET GEN1-SEEN TO TRUE
              MOVE PFUSGINP OF PGMFINVH-REC TO G1-INP
              MOVE PFUSGOUT OF PGMFINVH-REC TO G1-OUT
              MOVE PFUSGUPD OF PGMFINVH-REC TO G1-UPD
           ELSE
              SET GEN2-SEEN TO TRUE
              MOVE PFUSGINP OF PGMFINVH-REC TO G2-INP
              MOVE PFUSGOUT OF PGMFINVH-REC TO G2-OUT
              MOVE PFUSGUPD OF PGMFINVH-REC TO G2-UPD
           END-IF.

      ******************************************************************
      *
      * A changed usage marks both ends - the program (detail names
      * the file) and the file (detail names the program).
      *
      ******************************************************************

       3500-EVAL-GROUP.

           MOVE SPACES TO WS-CAND-DETAIL.

           EVALUATE TRUE
              WHEN GEN1-SEEN AND GEN2-SEEN
                 IF G1-FLAGS NOT = G2-FLAGS
                    MOVE "USAGE CHANGED" TO WS-CAND-DETAIL
                 END-IF
              WHEN GEN1-SEEN
                 MOVE "DISAPPEARED"      TO WS-CAND-DETAIL
              WHEN GEN2-SEEN
                 MOVE "APPEARED"         TO WS-CAND-DETAIL
           END-EVALUATE.

           IF WS-CAND-DETAIL NOT = SPACES
              MOVE BRK-PFPGM  TO WS-CAND-NAME
              MOVE "P"        TO WS-CAND-TYPE
              MOVE " - FILE " TO WS-CAND-DETAIL(14:8)
              MOVE BRK-PFFILE TO WS-CAND-DETAIL(22:10)
              PERFORM 3600-NOTE-CHANGED

              MOVE BRK-PFFILE TO WS-CAND-NAME
              MOVE "F"        TO WS-CAND-TYPE
              MOVE " - PGM  " TO WS-CAND-DETAIL(14:8)
              MOVE BRK-PFPGM  TO WS-CAND-DETAIL(22:10)
              PERFORM 3600-NOTE-CHANGED
           END-IF.

      ******************************************************************

       3600-NOTE-CHANGED.

           PERFORM 3700-FIND-CHANGED.

           IF CO-FOUND = ZEROES
              IF CO-COUNT < 2000
                 ADD 1 TO CO-COUNT
                 SET CO-IDX TO CO-COUNT
                 MOVE WS-CAND-NAME   TO CO-NAME(CO-IDX)
                 MOVE WS-CAND-TYPE   TO CO-TYPE(CO-IDX)
                 MOVE WS-CAND-DETAIL TO CO-DETAIL(CO-IDX)
                 MOVE "N"            TO CO-TICKETED(CO-IDX)
                 MOVE SPACES         TO CO-OPEN-TKT(CO-IDX)
              ELSE
                 DISPLAY "CHGTKTVFY: more than 2000 changed objects "
                         "- excess not checked"
              END-IF
           END-IF.

      ******************************************************************

       3700-FIND-CHANGED.

           MOVE ZEROES TO CO-FOUND.
           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > CO-COUNT OR CO-FOUND > ZEROES
              IF CO-NAME(CO-IDX) = WS-CAND-NAME
              AND CO-TYPE(CO-IDX) = WS-CAND-TYPE
                 SET CO-FOUND TO CO-IDX
              END-IF
           END-PERFORM.

      ******************************************************************
      *
      * Tickets due by the generation and not yet verified.
      *
      ******************************************************************

       4000-CHECK-TICKETS.

           MOVE "TICKETS DUE BY THIS GENERATION" TO SEC-TITLE.
           MOVE BLANK-LINE TO CHGVFYLST-REC.
           WRITE CHGVFYLST-REC.
           MOVE SEC-LINE TO CHGVFYLST-REC.
           WRITE CHGVFYLST-REC.

           MOVE LOW-VALUES TO TKID OF CHGTKTPF-REC.
           START CHGTKTPF KEY IS NOT LESS THAN TKID OF CHGTKTPF-REC
              INVALID KEY
                 SET EOF-CHGTKTPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CHGTKTPF
              READ CHGTKTPF NEXT RECORD
                 AT END
                    SET EOF-CHGTKTPF TO TRUE
                 NOT AT END
                    IF TKSTAT OF CHGTKTPF-REC NOT = "V"
                    AND TKPLANDT OF CHGTKTPF-REC NOT > LINK-GEN-DATE
                       PERFORM 4100-CHECK-ONE-TICKET
                    END-IF
              END-READ
           END-PERFORM.

      ******************************************************************

       4100-CHECK-ONE-TICKET.

           MOVE TKID       OF CHGTKTPF-REC TO TKT-ID.
           MOVE TKTITLE    OF CHGTKTPF-REC TO TKT-TITLE.
           MOVE TKREQUSER  OF CHGTKTPF-REC TO TKT-REQUSER.
           MOVE TKPKTTYP   OF CHGTKTPF-REC TO TKT-PKTTYP.
           MOVE TKPKTTGT   OF CHGTKTPF-REC TO TKT-PKTTGT.
           MOVE TKPKTDATE  OF CHGTKTPF-REC TO TKT-PKTDATE.
           IF TKSTAT OF CHGTKTPF-REC = "A"
              MOVE "APPROVED BY "  TO TKT-APR-LABEL
              MOVE TKAPPROVER OF CHGTKTPF-REC TO TKT-APPROVER
              ADD 1 TO WS-TKT-COUNT
           ELSE
              MOVE "NOT APPROVED"  TO TKT-APR-LABEL
              MOVE SPACES          TO TKT-APPROVER
              ADD 1 TO WS-OPEN-COUNT
           END-IF.
           MOVE BLANK-LINE TO CHGVFYLST-REC.
           WRITE CHGVFYLST-REC.
           MOVE TKT-LINE TO CHGVFYLST-REC.
           WRITE CHGVFYLST-REC.

           SET NOT-EOF-CHGTKTOBJ TO TRUE.
           MOVE TKID OF CHGTKTPF-REC TO TOTKID OF CHGTKTOBJ-REC.
           MOVE LOW-VALUES           TO TOOBJ  OF CHGTKTOBJ-REC.
           START CHGTKTOBJ KEY IS NOT LESS THAN TOKEY OF CHGTKTOBJ-REC
              INVALID KEY
                 SET EOF-CHGTKTOBJ TO TRUE
           END-START.

           PERFORM UNTIL EOF-CHGTKTOBJ
              READ CHGTKTOBJ NEXT RECORD
                 AT END
                    SET EOF-CHGTKTOBJ TO TRUE
                 NOT AT END
                    IF TOTKID OF CHGTKTOBJ-REC
                          NOT = TKID OF CHGTKTPF-REC
                       SET EOF-CHGTKTOBJ TO TRUE
                    ELSE
                       PERFORM 4200-CHECK-ONE-OBJECT
                    END-IF
              END-READ
           END-PERFORM.

           IF TKSTAT OF CHGTKTPF-REC = "A"
              PERFORM 4300-CLOSE-TICKET
           END-IF.

      ******************************************************************

       4200-CHECK-ONE-OBJECT.

           MOVE TOOBJ  OF CHGTKTOBJ-REC TO WS-CAND-NAME OBJ-NAME.
           MOVE TOTYPE OF CHGTKTOBJ-REC TO WS-CAND-TYPE OBJ-TYPE.
           MOVE SPACES TO OBJ-DETAIL OBJ-NOTE.
           PERFORM 3700-FIND-CHANGED.

           IF CO-FOUND > ZEROES
              SET CO-IDX TO CO-FOUND
              MOVE "CHANGED"         TO OBJ-RESULT
              MOVE CO-DETAIL(CO-IDX) TO OBJ-DETAIL
           ELSE
              MOVE "NOT CHANGED"     TO OBJ-RESULT
           END-IF.

           IF TKSTAT OF CHGTKTPF-REC = "A"
              IF CO-FOUND > ZEROES
                 MOVE "Y" TO CO-TICKETED(CO-IDX)
                 MOVE "Y" TO TORESULT OF CHGTKTOBJ-REC
                 ADD 1 TO WS-HIT-COUNT
              ELSE
                 MOVE "N" TO TORESULT OF CHGTKTOBJ-REC
                 MOVE "TICKETED BUT NEVER CHANGED" TO OBJ-NOTE
                 ADD 1 TO WS-MISS-COUNT
              END-IF
              MOVE LINK-GEN-DATE TO TOVFYGEN OF CHGTKTOBJ-REC
              REWRITE CHGTKTOBJ-REC
           ELSE
              IF CO-FOUND > ZEROES
                 MOVE TKID OF CHGTKTPF-REC TO CO-OPEN-TKT(CO-IDX)
              END-IF
           END-IF.

           MOVE OBJ-LINE TO CHGVFYLST-REC.
           WRITE CHGVFYLST-REC.

      ******************************************************************

       4300-CLOSE-TICKET.

           MOVE "V"                   TO TKSTAT   OF CHGTKTPF-REC.
           MOVE LINK-GEN-DATE         TO TKVFYGEN OF CHGTKTPF-REC.
           MOVE FUNCTION CURRENT-DATE TO TKVFYTS  OF CHGTKTPF-REC.
           REWRITE CHGTKTPF-REC.

           MOVE "CHGTKTPF"            TO AUDLOG-FILE.
           MOVE SPACES                TO AUDLOG-KEY.
           MOVE TKID OF CHGTKTPF-REC  TO AUDLOG-KEY(1:10).
           MOVE "VERIFY"              TO AUDLOG-MODE.
           MOVE SPACES                TO AUDLOG-BEF-DATA
                                         AUDLOG-AFT-DATA.
           STRING "VERIFIED AGAINST PGMFINV " DELIMITED BY SIZE
                  LINK-GEN-DATE               DELIMITED BY SIZE
              INTO AUDLOG-AFT-DATA
           END-STRING.
           CALL "AUDITLOG" USING AUDLOG-PARM.

      ******************************************************************

       5000-PRINT-UNTICKETED.

           MOVE "CHANGES NOBODY TICKETED" TO SEC-TITLE.
           MOVE BLANK-LINE TO CHGVFYLST-REC.
           WRITE CHGVFYLST-REC.
           MOVE SEC-LINE TO CHGVFYLST-REC.
           WRITE CHGVFYLST-REC.

           PERFORM VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > CO-COUNT
              IF CO-TICKETED(CO-IDX) NOT = "Y"
                 ADD 1 TO WS-UNTKT-COUNT
                 MOVE CO-NAME(CO-IDX)   TO OBJ-NAME
                 MOVE CO-TYPE(CO-IDX)   TO OBJ-TYPE
                 MOVE "UNTICKETED"      TO OBJ-RESULT
                 MOVE CO-DETAIL(CO-IDX) TO OBJ-DETAIL
                 MOVE SPACES            TO OBJ-NOTE
                 IF CO-OPEN-TKT(CO-IDX) NOT = SPACES
                    STRING "TICKET "            DELIMITED BY SIZE
                           CO-OPEN-TKT(CO-IDX)  DELIMITED BY SPACE
                           " NOT APPROVED"      DELIMITED BY SIZE
                       INTO OBJ-NOTE
                    END-STRING
                 END-IF
                 MOVE OBJ-LINE TO CHGVFYLST-REC
                 WRITE CHGVFYLST-REC
              END-IF
           END-PERFORM.
