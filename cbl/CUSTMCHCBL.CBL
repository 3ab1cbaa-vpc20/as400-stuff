      *  mandatory preview report of every affected record, and an
      *  apply pass that updates CUSTCHGTS and writes one AUDITLOG
      *  entry per record exactly as the CUSTCBL screen path does.
      *  A new address is applied straight away, with the match key
      *  and the sales territory (CUSTTERSVC) following it. A new
      *  name is a sensitive change: the apply pass files it on
      *  CUSTPCHPF, one "C" row per customer under the submitting
      *  user, for a second user to approve on CUSTAPRCBL - as
      *  CUSTSCHAPL and CUSTCRMCBL file theirs. A customer already
      *  waiting on an approval is listed and left alone.
      *  Called with the apply option off, the run is preview-only -
      *  the operator reads the report, then resubmits with apply on.
      *  Built for the post-office street renames and rebranding
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTPCHPF      ASSIGN  TO DATABASE-CUSTPCHPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         PCHID.

           SELECT CUSTPCHL1      ASSIGN  TO DATABASE-CUSTPCHL1
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTMCHLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTPCHPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPCHPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPCHPF.

       FD  CUSTPCHL1
           LABEL RECORDS ARE STANDARD.
       01  CUSTPCHL1-REC.
           COPY DDS-ALL-FORMATS OF CUSTPCHL1.

       FD  CUSTMCHLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTMCHLST-REC           PIC X(132).
       01  CHANGE-COUNTERS.
           05  WS-SELECTED-COUNT   PIC S9(7) VALUE ZEROES.
           05  WS-CHANGED-COUNT    PIC S9(7) VALUE ZEROES.
           05  WS-FILED-COUNT      PIC S9(7) VALUE ZEROES.
           05  WS-SKIPPED-COUNT    PIC S9(7) VALUE ZEROES.

       01  AUDIT-WORK.
           05  WS-AUD-BEF-NAME     PIC X(30).
           05  MKSVC-STREET                PIC X(30).
           05  MKSVC-KEY                   PIC X(20).

       01  TERSVC-PARM.
           05  TERSVC-CUSTNO               PIC 9(6).
           05  TERSVC-POST                 PIC X(10).
           05  TERSVC-SRC                  PIC X(1).
           05  TERSVC-TERR                 PIC X(10).
           05  TERSVC-REP                  PIC X(10).
           05  TERSVC-OLD-TERR             PIC X(10).
           05  TERSVC-OLD-REP              PIC X(10).
           05  TERSVC-STAT                 PIC X(1).

       01  NBRSVC-PARM.
           05  NBRSVC-SERIES               PIC X(10).
           05  NBRSVC-NEXT                 PIC 9(6).
           05  NBRSVC-STAT                 PIC X(1).

       01  AUTHCHK-PARM.
           05  AUTH-FUNC                   PIC X(10).
           05  AUTH-STAT                   PIC X(1).
               10  DTL-OLD          PIC X(30).
               10  FILLER           PIC X(04) VALUE " -> ".
               10  DTL-NEW          PIC X(30).
           05  NOTE-LINE.
               10  FILLER           PIC X(09) VALUE SPACES.
               10  NOTE-TEXT        PIC X(60).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(11) VALUE "SELECTED:".
               10  TTL-SELECTED     PIC ZZZZZZ9.
               10  FILLER           PIC X(11) VALUE "  CHANGED:".
               10  TTL-CHANGED      PIC ZZZZZZ9.
               10  FILLER           PIC X(18)
                   VALUE "  FOR APPROVAL:".
               10  TTL-FILED        PIC ZZZZZZ9.
               10  FILLER           PIC X(11) VALUE "  SKIPPED:".
               10  TTL-SKIPPED      PIC ZZZZZZ9.

      *================================================================


           IF APPLY-CHANGES
              OPEN I-O CUSTPF
              IF TARGET-NAME
                 OPEN INPUT CUSTPCHL1
                 OPEN I-O   CUSTPCHPF
              END-IF
              MOVE "APPLY RUN"   TO HDR-MODE
           ELSE
              OPEN INPUT CUSTPF

           MOVE WS-SELECTED-COUNT TO TTL-SELECTED.
           MOVE WS-CHANGED-COUNT  TO TTL-CHANGED.
           MOVE WS-FILED-COUNT    TO TTL-FILED.
           MOVE WS-SKIPPED-COUNT  TO TTL-SKIPPED.
           MOVE TOTAL-LINE TO CUSTMCHLST-REC.
           WRITE CUSTMCHLST-REC.

           IF APPLY-CHANGES AND TARGET-NAME
              CLOSE CUSTPCHL1 CUSTPCHPF
           END-IF.
           CLOSE CUSTPF CUSTMCHLST.

           DISPLAY "CUSTMCHCBL: " WS-SELECTED-COUNT " selected, "
                   WS-CHANGED-COUNT " changed, "
                   WS-FILED-COUNT " filed for approval, "
                   WS-SKIPPED-COUNT " skipped".

           GOBACK.


       2000-APPLY-CHANGE.

           IF TARGET-NAME
              PERFORM 2100-FILE-NAME-CHANGE
           ELSE
              PERFORM 2200-APPLY-ADDRESS
           END-IF.

      *================================================================
      *  A rename never reaches CUSTPF from here - it is filed as
      *  CUSTCBL's 2290-WRITE-PENDING-CHANGE files one, status and
      *  reason carried across unchanged, under the user who ran
      *  the mass change so that user cannot also approve it. One
      *  pending change per customer: a customer already waiting is
      *  skipped, as is every rename once the PCHID series fails.
      *================================================================

       2100-FILE-NAME-CHANGE.

           MOVE CUSTNO OF CUSTPF-REC TO PCHCUSTNO OF CUSTPCHL1-REC.
           READ CUSTPCHL1
              INVALID KEY
                 MOVE "PCHID"   TO NBRSVC-SERIES
                 CALL "CUSTNBRSVC" USING NBRSVC-PARM
                 IF NBRSVC-STAT NOT = "Y"
                    MOVE "NOT FILED - NO PCHID SERIES" TO NOTE-TEXT
                    PERFORM 2900-WRITE-SKIPPED
                 ELSE
                    PERFORM 2150-WRITE-PENDING-CHANGE
                 END-IF
              NOT INVALID KEY
                 MOVE "NOT FILED - APPROVAL ALREADY PENDING"
                    TO NOTE-TEXT
                 PERFORM 2900-WRITE-SKIPPED
           END-READ.

      *================================================================

       2150-WRITE-PENDING-CHANGE.

           INITIALIZE CUSTPCHPF-REC.
           MOVE NBRSVC-NEXT          TO PCHID      OF CUSTPCHPF-REC.
           MOVE CUSTNO OF CUSTPF-REC TO PCHCUSTNO  OF CUSTPCHPF-REC.
           MOVE "C"                  TO PCHTYPE    OF CUSTPCHPF-REC.
           MOVE "P"                  TO PCHSTAT    OF CUSTPCHPF-REC.
           MOVE AUTH-USER            TO PCHREQUSER OF CUSTPCHPF-REC.
           MOVE FUNCTION CURRENT-DATE
                                     TO PCHREQTS   OF CUSTPCHPF-REC.
           MOVE CUSTNAME  OF CUSTPF-REC
                                     TO PCHOLDNAME OF CUSTPCHPF-REC.
           MOVE CUSTSTAT  OF CUSTPF-REC
                                     TO PCHOLDSTAT OF CUSTPCHPF-REC
                                        PCHNEWSTAT OF CUSTPCHPF-REC.
           MOVE CUSTSTRSN OF CUSTPF-REC
                                     TO PCHOLDRSN  OF CUSTPCHPF-REC
                                        PCHNEWRSN  OF CUSTPCHPF-REC.
           MOVE WS-NEW-VALUE         TO PCHNEWNAME OF CUSTPCHPF-REC.
           WRITE CUSTPCHPF-REC.
           ADD 1 TO WS-FILED-COUNT.

      *================================================================

       2200-APPLY-ADDRESS.

           MOVE CUSTNAME OF CUSTPF-REC TO WS-AUD-BEF-NAME.
           MOVE CUSTADDR OF CUSTPF-REC TO WS-AUD-BEF-ADDR.

           MOVE WS-NEW-VALUE TO CUSTADDR OF CUSTPF-REC.
           MOVE FUNCTION CURRENT-DATE TO CUSTCHGTS OF CUSTPF-REC.
           REWRITE CUSTPF-REC.
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE CUSTADDR OF CUSTPF-REC TO AUDLOG-AFT-DATA(31:30).
           CALL "AUDITLOG" USING AUDLOG-PARM.

      *          Mass changes move addresses too, so the phonetic
      *          match key follows suit.
           MOVE CUSTNO     OF CUSTPF-REC TO MKSVC-CUSTNO.
           MOVE CUSTNAME   OF CUSTPF-REC TO MKSVC-NAME.
           MOVE CUSTSTREET OF CUSTPF-REC TO MKSVC-STREET.
           CALL "CUSTMKSVC" USING MKSVC-PARM.

      *          The address moved, so the territory is re-derived
      *          from the new postal code, as CUSTCBL does.
           MOVE CUSTNO   OF CUSTPF-REC TO TERSVC-CUSTNO.
           MOVE CUSTPOST OF CUSTPF-REC TO TERSVC-POST.
           MOVE "C"                    TO TERSVC-SRC.
           CALL "CUSTTERSVC" USING TERSVC-PARM.

      *================================================================

       2900-WRITE-SKIPPED.

           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE NOTE-LINE TO CUSTMCHLST-REC.
           WRITE CUSTMCHLST-REC.
