       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LGLHLDSVC.

      *================================================================
      *  Shared legal hold check (one CALL, one job done): answers
      *  whether an item a retention or purge process is about to
      *  archive, offload or delete is under an active LGLHLDPF
      *  hold, and if so which hold and matter. The caller says what
      *  kind of item it holds - LGLSVC-KIND "C" customer, "R"
      *  report, "A" audit entry - and passes what it knows of it:
      *
      *    customer hold   - LGLSVC-CUSTNO equal (kinds "C" and "A");
      *    report hold     - LGLSVC-SPLFNM equal, and the hold's user
      *                      data blank or equal; an item whose user
      *                      data is not known (blank) is treated as
      *                      held - Legal would rather we kept one
      *                      report too many;
      *    date-range hold - LGLSVC-DATE within the range and the
      *                      hold's scope "*" or the item's kind.
      *
      *  The active holds are loaded into a table on the first call
      *  and kept for the run (the retention jobs call once per item
      *  and the register is short), so a hold placed while a job is
      *  running takes effect from that job's next run.
      *
      *  The table takes 2000 holds. Should the register ever hold
      *  more, the holds past the table could not be checked, so the
      *  service fails safe: an ALERTSVC "LGLHLDFULL" critical is
      *  raised once and every item asked about for the rest of the
      *  run is answered held (hold id zero) - nothing is purged
      *  until the table is enlarged.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LGLHLDPF       ASSIGN  TO DATABASE-LGLHLDPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         HLDID.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  LGLHLDPF
           LABEL RECORDS ARE STANDARD.
       01  LGLHLDPF-REC.
           COPY DDS-ALL-FORMATS OF LGLHLDPF.

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  TABLE-LOADED-SW     PIC 1   VALUE B"0".
               88  TABLE-NOT-LOADED        VALUE B"0".
               88  TABLE-LOADED            VALUE B"1".
           05  EOF-LGLHLDPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-LGLHLDPF        VALUE B"0".
               88  EOF-LGLHLDPF            VALUE B"1".
           05  HOLD-MATCHED-SW     PIC 1   VALUE B"0".
               88  HOLD-MATCHED            VALUE B"1".
               88  HOLD-NOT-MATCHED        VALUE B"0".
           05  TABLE-OVERFLOW-SW   PIC 1   VALUE B"0".
               88  TABLE-NOT-OVERFLOWED    VALUE B"0".
               88  TABLE-OVERFLOWED        VALUE B"1".

       01  HOLD-TABLE.
           05  HLD-ENTRY OCCURS 2000 TIMES INDEXED BY HLD-IDX.
               10  HLD-ID           PIC 9(6).
               10  HLD-TYPE         PIC X(1).
               10  HLD-CUSTNO       PIC 9(6).
               10  HLD-SPLFNM       PIC X(10).
               10  HLD-USRDTA       PIC X(10).
               10  HLD-FROMDT       PIC 9(8).
               10  HLD-TODT         PIC 9(8).
               10  HLD-SCOPE        PIC X(1).
               10  HLD-MATTER       PIC X(20).
       01  HLD-COUNT                PIC S9(5) BINARY VALUE ZEROES.
       01  HLD-MAX                  PIC S9(5) BINARY VALUE 2000.

       01  ALERT-PARM.
           05  ALERT-TYPE                  PIC X(10).
           05  ALERT-SEV                   PIC X(1).
           05  ALERT-SOURCE                PIC X(10).
           05  ALERT-TEXT                  PIC X(60).

       LINKAGE SECTION.

       01  LGLSVC-PARM.
           05  LGLSVC-KIND                 PIC X(1).
           05  LGLSVC-CUSTNO               PIC 9(6).
           05  LGLSVC-SPLFNM               PIC X(10).
           05  LGLSVC-USRDTA               PIC X(10).
           05  LGLSVC-DATE                 PIC 9(8).
           05  LGLSVC-HELD                 PIC X(1).
           05  LGLSVC-HOLDID               PIC 9(6).
           05  LGLSVC-MATTER               PIC X(20).

      *================================================================

       PROCEDURE DIVISION USING LGLSVC-PARM.

       0000-MAIN-LOGIC.

           IF TABLE-NOT-LOADED
              PERFORM 1000-LOAD-HOLDS
              SET TABLE-LOADED TO TRUE
           END-IF.

           MOVE "N"    TO LGLSVC-HELD.
           MOVE ZEROES TO LGLSVC-HOLDID.
           MOVE SPACES TO LGLSVC-MATTER.
           SET HOLD-NOT-MATCHED TO TRUE.

           IF TABLE-OVERFLOWED
              MOVE "Y"                    TO LGLSVC-HELD
              MOVE "HOLD TABLE FULL"      TO LGLSVC-MATTER
              GOBACK
           END-IF.

           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HLD-COUNT OR HOLD-MATCHED
              EVALUATE HLD-TYPE(HLD-IDX)
                 WHEN "C"
                    IF (LGLSVC-KIND = "C" OR LGLSVC-KIND = "A")
                    AND LGLSVC-CUSTNO NOT = ZEROES
                    AND LGLSVC-CUSTNO = HLD-CUSTNO(HLD-IDX)
                       SET HOLD-MATCHED TO TRUE
                    END-IF
                 WHEN "R"
                    IF LGLSVC-KIND = "R"
                    AND LGLSVC-SPLFNM = HLD-SPLFNM(HLD-IDX)
                    AND (HLD-USRDTA(HLD-IDX) = SPACES
                         OR LGLSVC-USRDTA = SPACES
                         OR LGLSVC-USRDTA = HLD-USRDTA(HLD-IDX))
                       SET HOLD-MATCHED TO TRUE
                    END-IF
                 WHEN "D"
                    IF LGLSVC-DATE NOT = ZEROES
                    AND LGLSVC-DATE NOT < HLD-FROMDT(HLD-IDX)
                    AND LGLSVC-DATE NOT > HLD-TODT(HLD-IDX)
                    AND (HLD-SCOPE(HLD-IDX) = "*"
                         OR HLD-SCOPE(HLD-IDX) = LGLSVC-KIND)
                       SET HOLD-MATCHED TO TRUE
                    END-IF
              END-EVALUATE
              IF HOLD-MATCHED
                 MOVE "Y"                 TO LGLSVC-HELD
                 MOVE HLD-ID(HLD-IDX)     TO LGLSVC-HOLDID
                 MOVE HLD-MATTER(HLD-IDX) TO LGLSVC-MATTER
              END-IF
           END-PERFORM.

           GOBACK.

      *================================================================

       1000-LOAD-HOLDS.

           OPEN INPUT LGLHLDPF.

           MOVE ZEROES TO HLDID OF LGLHLDPF-REC.
           START LGLHLDPF KEY IS NOT LESS THAN HLDID OF LGLHLDPF-REC
              INVALID KEY
                 SET EOF-LGLHLDPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-LGLHLDPF
              READ LGLHLDPF NEXT RECORD
                 AT END
                    SET EOF-LGLHLDPF TO TRUE
                 NOT AT END
                    IF HLDSTAT OF LGLHLDPF-REC = "A"
                       PERFORM 1100-TABLE-HOLD
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE LGLHLDPF.

           IF TABLE-OVERFLOWED
              MOVE "LGLHLDFULL" TO ALERT-TYPE
              MOVE "C"          TO ALERT-SEV
              MOVE "LGLHLDSVC"  TO ALERT-SOURCE
              MOVE "ACTIVE LEGAL HOLDS EXCEED TABLE - ALL ITEMS HELD"
                                TO ALERT-TEXT
              CALL "ALERTSVC" USING ALERT-PARM
           END-IF.

      *================================================================

       1100-TABLE-HOLD.

           IF HLD-COUNT < HLD-MAX
              ADD 1 TO HLD-COUNT
              SET HLD-IDX TO HLD-COUNT
              MOVE HLDID     OF LGLHLDPF-REC TO HLD-ID(HLD-IDX)
              MOVE HLDTYPE   OF LGLHLDPF-REC TO HLD-TYPE(HLD-IDX)
              MOVE HLDCUSTNO OF LGLHLDPF-REC TO HLD-CUSTNO(HLD-IDX)
              MOVE HLDSPLFNM OF LGLHLDPF-REC TO HLD-SPLFNM(HLD-IDX)
              MOVE HLDUSRDTA OF LGLHLDPF-REC TO HLD-USRDTA(HLD-IDX)
              MOVE HLDFROMDT OF LGLHLDPF-REC TO HLD-FROMDT(HLD-IDX)
              MOVE HLDTODT   OF LGLHLDPF-REC TO HLD-TODT(HLD-IDX)
              MOVE HLDSCOPE  OF LGLHLDPF-REC TO HLD-SCOPE(HLD-IDX)
              MOVE HLDMATTER OF LGLHLDPF-REC TO HLD-MATTER(HLD-IDX)
           ELSE
              SET TABLE-OVERFLOWED TO TRUE
              DISPLAY "LGLHLDSVC: more than 2000 active legal holds - "
                      "every item answered held"
           END-IF.
