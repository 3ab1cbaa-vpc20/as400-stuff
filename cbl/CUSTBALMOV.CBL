       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTBALMOV.

      *================================================================
      *  Balance movement report - CUSTBALCBL keeps every night's
      *  billing figure on CUSTBALHS, and this lists the customers
      *  whose balance moved sharply since the prior business day
      *  (BUSDAYSVC, the same SHOPCAL clock the aging reports use),
      *  so credit control sees a jump the morning after instead of
      *  at month end. A customer is listed when the swing, either
      *  way, reaches the amount threshold OR the percentage
      *  threshold:
      *
      *    LINK-MIN-AMT  - whole currency units; zero takes the shop
      *                    default of 1000;
      *    LINK-MIN-PCT  - percent of the prior day's balance; zero
      *                    takes the shop default of 25.
      *
      *  A customer with no prior-day row moved from nothing and is
      *  judged on the amount alone; one on the prior day but missing
      *  from tonight's feed is listed as dropped, whatever the
      *  figure - billing going quiet on an account is worth a look.
      *  NITEBATCH passes the step's STPPARM as the amount and zero
      *  for the percentage; a CL run may pass both.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTBALHS      ASSIGN  TO DATABASE-CUSTBALHS
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         BHKEY OF CUSTBALHS-REC.

      *    Second open of the same history file for the random
      *    look-ups, so the date walk keeps its place.
           SELECT PRVBALHS       ASSIGN  TO DATABASE-CUSTBALHS
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         BHKEY OF PRVBALHS-REC.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTMOVLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTBALHS
           LABEL RECORDS ARE STANDARD.
       01  CUSTBALHS-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALHS.

       FD  PRVBALHS
           LABEL RECORDS ARE STANDARD.
       01  PRVBALHS-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALHS.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTMOVLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTMOVLST-REC           PIC X(132).

      *================================================================

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-CUSTBALHS-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTBALHS       VALUE B"0".
               88  EOF-CUSTBALHS           VALUE B"1".
           05  PRV-FOUND-SW        PIC 1   VALUE B"0".
               88  PRV-FOUND               VALUE B"1".
               88  PRV-NOT-FOUND           VALUE B"0".

       01  MOVEMENT-WORK.
           05  WS-DEFAULT-AMT      PIC S9(5) VALUE 1000.
           05  WS-DEFAULT-PCT      PIC S9(5) VALUE 25.
           05  WS-MIN-AMT          PIC S9(5).
           05  WS-MIN-PCT          PIC S9(5).
           05  WS-PRIOR-DATE       PIC 9(8).
           05  WS-CUR-AMT          PIC S9(9)V99.
           05  WS-PRV-AMT          PIC S9(9)V99.
           05  WS-MOVE-AMT         PIC S9(11)V99.
           05  WS-ABS-MOVE         PIC S9(11)V99.
           05  WS-ABS-PRV          PIC S9(11)V99.
           05  WS-MOVE-PCT         PIC S9(5).

       01  MOVEMENT-COUNTERS.
           05  WS-READ-COUNT       PIC S9(7) VALUE ZEROES.
           05  WS-LISTED-COUNT     PIC S9(7) VALUE ZEROES.
           05  WS-DROPPED-COUNT    PIC S9(7) VALUE ZEROES.

       01  BUSDAY-PARM.
           05  BUSDAY-FUNC          PIC X(1).
           05  BUSDAY-FROM          PIC 9(8).
           05  BUSDAY-TO            PIC 9(8).
           05  BUSDAY-COUNT         PIC S9(5).
           05  BUSDAY-STAT          PIC X(1).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(30)
                   VALUE "CUSTOMER BALANCE MOVEMENT".
               10  FILLER           PIC X(10) VALUE "RUN DATE ".
               10  HDR-RUN-DATE     PIC 9(8).
               10  FILLER           PIC X(12) VALUE "  PRIOR DAY ".
               10  HDR-PRIOR-DATE   PIC 9(8).
               10  FILLER           PIC X(12) VALUE "  MIN AMT ".
               10  HDR-MIN-AMT      PIC ZZZZ9.
               10  FILLER           PIC X(12) VALUE "  MIN PCT ".
               10  HDR-MIN-PCT      PIC ZZZZ9.
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "CUSTNO".
               10  FILLER           PIC X(32) VALUE "NAME".
               10  FILLER           PIC X(15) VALUE "   PRIOR DAY".
               10  FILLER           PIC X(15) VALUE "     TONIGHT".
               10  FILLER           PIC X(17) VALUE "      MOVEMENT".
               10  FILLER           PIC X(08) VALUE "  PCT".
               10  FILLER           PIC X(30) VALUE "NOTE".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-CUSTNO       PIC 9(6).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-NAME         PIC X(30).
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-PRV-AMT      PIC Z(8)9.99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-CUR-AMT      PIC Z(8)9.99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-MOVE-AMT     PIC Z(10)9.99-.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-MOVE-PCT     PIC ZZZZ9.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  DTL-NOTE         PIC X(30).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(10) VALUE "TONIGHT:".
               10  TTL-READ         PIC ZZZZZZ9.
               10  FILLER           PIC X(10) VALUE "  LISTED:".
               10  TTL-LISTED       PIC ZZZZZZ9.
               10  FILLER           PIC X(11) VALUE "  DROPPED:".
               10  TTL-DROPPED      PIC ZZZZZZ9.

      *================================================================

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(08).
       01  LINK-MIN-AMT             PIC S9(05) BINARY.
       01  LINK-MIN-PCT             PIC S9(05) BINARY.

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-MIN-AMT,
                                LINK-MIN-PCT.

       0000-MAIN.

           PERFORM 9000-SET-UP.

      *    Tonight's rows against the prior business day.
           MOVE LINK-RUN-DATE TO BHDATE   OF CUSTBALHS-REC.
           MOVE ZEROES        TO BHCUSTNO OF CUSTBALHS-REC.
           START CUSTBALHS KEY IS NOT LESS THAN BHKEY OF CUSTBALHS-REC
              INVALID KEY
                 SET EOF-CUSTBALHS TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTBALHS
              READ CUSTBALHS NEXT RECORD
                 AT END
                    SET EOF-CUSTBALHS TO TRUE
                 NOT AT END
                    IF BHDATE OF CUSTBALHS-REC NOT = LINK-RUN-DATE
                       SET EOF-CUSTBALHS TO TRUE
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1000-CHECK-MOVEMENT
                    END-IF
              END-READ
           END-PERFORM.

      *    Prior-day rows billing did not send again tonight.
           SET NOT-EOF-CUSTBALHS TO TRUE.
           MOVE WS-PRIOR-DATE TO BHDATE   OF CUSTBALHS-REC.
           MOVE ZEROES        TO BHCUSTNO OF CUSTBALHS-REC.
           START CUSTBALHS KEY IS NOT LESS THAN BHKEY OF CUSTBALHS-REC
              INVALID KEY
                 SET EOF-CUSTBALHS TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTBALHS
              READ CUSTBALHS NEXT RECORD
                 AT END
                    SET EOF-CUSTBALHS TO TRUE
                 NOT AT END
                    IF BHDATE OF CUSTBALHS-REC NOT = WS-PRIOR-DATE
                       SET EOF-CUSTBALHS TO TRUE
                    ELSE
                       PERFORM 2000-CHECK-DROPPED
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM 9900-CLEAN-UP.

           GOBACK.

      *================================================================

       1000-CHECK-MOVEMENT.

           MOVE BHAMT OF CUSTBALHS-REC TO WS-CUR-AMT.

           MOVE WS-PRIOR-DATE TO BHDATE OF PRVBALHS-REC.
           MOVE BHCUSTNO OF CUSTBALHS-REC TO BHCUSTNO OF PRVBALHS-REC.
           SET PRV-FOUND TO TRUE.
           READ PRVBALHS
              INVALID KEY
                 SET PRV-NOT-FOUND TO TRUE
           END-READ.

           IF PRV-FOUND
              MOVE BHAMT OF PRVBALHS-REC TO WS-PRV-AMT
           ELSE
              MOVE ZEROES TO WS-PRV-AMT
           END-IF.

           COMPUTE WS-MOVE-AMT = WS-CUR-AMT - WS-PRV-AMT.
           MOVE WS-MOVE-AMT TO WS-ABS-MOVE.
           IF WS-ABS-MOVE < ZEROES
              COMPUTE WS-ABS-MOVE = ZEROES - WS-ABS-MOVE
           END-IF.
           MOVE WS-PRV-AMT TO WS-ABS-PRV.
           IF WS-ABS-PRV < ZEROES
              COMPUTE WS-ABS-PRV = ZEROES - WS-ABS-PRV
           END-IF.

      *          From nothing the percentage means nothing - such a
      *          row is judged on the amount alone.
           IF WS-ABS-PRV = ZEROES
              MOVE ZEROES TO WS-MOVE-PCT
           ELSE
              COMPUTE WS-MOVE-PCT = WS-ABS-MOVE * 100 / WS-ABS-PRV
                 ON SIZE ERROR
                    MOVE 99999 TO WS-MOVE-PCT
              END-COMPUTE
           END-IF.

           IF WS-ABS-MOVE > ZEROES
              IF WS-ABS-MOVE >= WS-MIN-AMT
              OR (WS-ABS-PRV > ZEROES AND WS-MOVE-PCT >= WS-MIN-PCT)
                 IF PRV-FOUND
                    MOVE SPACES TO DTL-NOTE
                 ELSE
                    MOVE "NO BALANCE ON PRIOR DAY" TO DTL-NOTE
                 END-IF
                 PERFORM 3000-WRITE-DETAIL
              END-IF
           END-IF.

      *================================================================

       2000-CHECK-DROPPED.

           MOVE LINK-RUN-DATE TO BHDATE OF PRVBALHS-REC.
           MOVE BHCUSTNO OF CUSTBALHS-REC TO BHCUSTNO OF PRVBALHS-REC.
           SET PRV-FOUND TO TRUE.
           READ PRVBALHS
              INVALID KEY
                 SET PRV-NOT-FOUND TO TRUE
           END-READ.

           IF PRV-NOT-FOUND
              ADD 1 TO WS-DROPPED-COUNT
              MOVE BHAMT OF CUSTBALHS-REC TO WS-PRV-AMT
              MOVE ZEROES TO WS-CUR-AMT
                             WS-MOVE-AMT
                             WS-MOVE-PCT
              MOVE "NOT IN TONIGHT'S FEED" TO DTL-NOTE
              PERFORM 3000-WRITE-DETAIL
           END-IF.

      *================================================================

       3000-WRITE-DETAIL.

           MOVE BHCUSTNO OF CUSTBALHS-REC TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 MOVE "*** NOT ON CUSTPF ***" TO CUSTNAME OF CUSTPF-REC
           END-READ.

           MOVE BHCUSTNO OF CUSTBALHS-REC TO DTL-CUSTNO.
           MOVE CUSTNAME OF CUSTPF-REC    TO DTL-NAME.
           MOVE WS-PRV-AMT                TO DTL-PRV-AMT.
           MOVE WS-CUR-AMT                TO DTL-CUR-AMT.
           MOVE WS-MOVE-AMT               TO DTL-MOVE-AMT.
           MOVE WS-MOVE-PCT               TO DTL-MOVE-PCT.
           MOVE DTL-LINE TO CUSTMOVLST-REC.
           WRITE CUSTMOVLST-REC.
           ADD 1 TO WS-LISTED-COUNT.

      *================================================================

       9000-SET-UP.

           OPEN INPUT  CUSTBALHS
                       PRVBALHS
                       CUSTPF.
           OPEN OUTPUT CUSTMOVLST.

           IF LINK-MIN-AMT > ZEROES
              MOVE LINK-MIN-AMT TO WS-MIN-AMT
           ELSE
              MOVE WS-DEFAULT-AMT TO WS-MIN-AMT
           END-IF.
           IF LINK-MIN-PCT > ZEROES
              MOVE LINK-MIN-PCT TO WS-MIN-PCT
           ELSE
              MOVE WS-DEFAULT-PCT TO WS-MIN-PCT
           END-IF.

           MOVE "S"           TO BUSDAY-FUNC.
           MOVE LINK-RUN-DATE TO BUSDAY-FROM.
           MOVE 1             TO BUSDAY-COUNT.
           CALL "BUSDAYSVC" USING BUSDAY-PARM.
           MOVE BUSDAY-TO     TO WS-PRIOR-DATE.

           MOVE LINK-RUN-DATE TO HDR-RUN-DATE.
           MOVE WS-PRIOR-DATE TO HDR-PRIOR-DATE.
           MOVE WS-MIN-AMT    TO HDR-MIN-AMT.
           MOVE WS-MIN-PCT    TO HDR-MIN-PCT.
           MOVE HDR-LINE TO CUSTMOVLST-REC.
           WRITE CUSTMOVLST-REC.
           MOVE COL-LINE TO CUSTMOVLST-REC.
           WRITE CUSTMOVLST-REC.

      *================================================================

       9900-CLEAN-UP.

           MOVE WS-READ-COUNT    TO TTL-READ.
           MOVE WS-LISTED-COUNT  TO TTL-LISTED.
           MOVE WS-DROPPED-COUNT TO TTL-DROPPED.
           MOVE TOTAL-LINE TO CUSTMOVLST-REC.
           WRITE CUSTMOVLST-REC.

           CLOSE CUSTBALHS
                 PRVBALHS
                 CUSTPF
                 CUSTMOVLST.

           DISPLAY "CUSTBALMOV: " WS-READ-COUNT " tonight, "
                   WS-LISTED-COUNT " listed, "
                   WS-DROPPED-COUNT " dropped".
