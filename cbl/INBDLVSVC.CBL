       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INBDLVSVC.

      *================================================================
      *  Shared inbound delivery check for the chain (one CALL, one
      *  job done): answers whether a chain step that KIFTPRTE says
      *  waits on inbound files has a fresh delivery of every one of
      *  them, and marks those deliveries used once the step has
      *  run, so each delivery feeds the step exactly once.
      *
      *    INBDLV-FUNC "C" check - INBDLV-READY "Y" when every
      *                    active route naming the step has a
      *                    KIFTPDLV delivery not yet used, received
      *                    ("R") or processed by its program ("P");
      *                    otherwise "N" with the first file still
      *                    outstanding and the longest RTEWAIT of
      *                    the outstanding routes. A step no route
      *                    names is always ready.
      *    INBDLV-FUNC "U" use   - stamps those deliveries with the
      *                    run id, run date and step that used them.
      *
      *  A delivery still "D" (its program never returned) or "F"
      *  (its program could not be called) does not release the
      *  step - the data it carries has not been applied.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KIFTPRTE       ASSIGN  TO DATABASE-KIFTPRTE
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         RTEKEY.

           SELECT KIFTPDLV       ASSIGN  TO DATABASE-KIFTPDLV
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         DLVKEY.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  KIFTPRTE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPRTE-REC.
           COPY DDS-ALL-FORMATS OF KIFTPRTE.

       FD  KIFTPDLV
           LABEL RECORDS ARE STANDARD.
       01  KIFTPDLV-REC.
           COPY DDS-ALL-FORMATS OF KIFTPDLV.

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-KIFTPRTE-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-KIFTPRTE        VALUE B"0".
               88  EOF-KIFTPRTE            VALUE B"1".
           05  EOF-KIFTPDLV-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-KIFTPDLV        VALUE B"0".
               88  EOF-KIFTPDLV            VALUE B"1".
           05  DELIVERY-FOUND-SW   PIC 1   VALUE B"0".
               88  DELIVERY-FOUND          VALUE B"1".
               88  DELIVERY-NOT-FOUND      VALUE B"0".

       LINKAGE SECTION.

       01  INBDLV-PARM.
           05  INBDLV-FUNC                 PIC X(1).
           05  INBDLV-STEP                 PIC X(10).
           05  INBDLV-RUNID                PIC 9(6).
           05  INBDLV-RUNDT                PIC 9(8).
           05  INBDLV-READY                PIC X(1).
           05  INBDLV-PROF                 PIC X(10).
           05  INBDLV-FILE                 PIC X(10).
           05  INBDLV-WAIT                 PIC 9(3).

      *================================================================

       PROCEDURE DIVISION USING INBDLV-PARM.

       0000-MAIN-LOGIC.

           MOVE "Y"    TO INBDLV-READY.
           MOVE SPACES TO INBDLV-PROF
                          INBDLV-FILE.
           MOVE ZEROES TO INBDLV-WAIT.

           OPEN INPUT KIFTPRTE
                I-O   KIFTPDLV.

           SET NOT-EOF-KIFTPRTE TO TRUE.
           MOVE LOW-VALUES TO RTEKEY OF KIFTPRTE-REC.
           START KIFTPRTE KEY IS NOT LESS THAN RTEKEY OF KIFTPRTE-REC
              INVALID KEY
                 SET EOF-KIFTPRTE TO TRUE
           END-START.

           PERFORM UNTIL EOF-KIFTPRTE
              READ KIFTPRTE NEXT RECORD
                 AT END
                    SET EOF-KIFTPRTE TO TRUE
                 NOT AT END
                    IF RTEACT  OF KIFTPRTE-REC = "Y"
                    AND RTESTEP OF KIFTPRTE-REC = INBDLV-STEP
                       PERFORM 1000-SCAN-DELIVERIES
                       PERFORM 2000-NOTE-OUTSTANDING
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE KIFTPRTE
                 KIFTPDLV.

           GOBACK.

      *================================================================

       1000-SCAN-DELIVERIES.

           SET DELIVERY-NOT-FOUND TO TRUE.
           SET NOT-EOF-KIFTPDLV   TO TRUE.

           MOVE RTEPROF OF KIFTPRTE-REC TO DLVPROF OF KIFTPDLV-REC.
           MOVE RTEFILE OF KIFTPRTE-REC TO DLVFILE OF KIFTPDLV-REC.
           MOVE LOW-VALUES              TO DLVLNDTS OF KIFTPDLV-REC.
           START KIFTPDLV KEY IS NOT LESS THAN DLVKEY OF KIFTPDLV-REC
              INVALID KEY
                 SET EOF-KIFTPDLV TO TRUE
           END-START.

           PERFORM UNTIL EOF-KIFTPDLV
              READ KIFTPDLV NEXT RECORD
                 AT END
                    SET EOF-KIFTPDLV TO TRUE
                 NOT AT END
                    IF DLVPROF OF KIFTPDLV-REC
                          = RTEPROF OF KIFTPRTE-REC
                    AND DLVFILE OF KIFTPDLV-REC
                          = RTEFILE OF KIFTPRTE-REC
                       PERFORM 1100-CHECK-DELIVERY
                    ELSE
                       SET EOF-KIFTPDLV TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       1100-CHECK-DELIVERY.

           IF DLVUSEDRUN OF KIFTPDLV-REC = ZEROES
           AND (DLVSTAT OF KIFTPDLV-REC = "P"
                OR DLVSTAT OF KIFTPDLV-REC = "R")
              SET DELIVERY-FOUND TO TRUE
              IF INBDLV-FUNC = "U"
                 MOVE INBDLV-RUNID TO DLVUSEDRUN OF KIFTPDLV-REC
                 MOVE INBDLV-RUNDT TO DLVUSEDDT  OF KIFTPDLV-REC
                 MOVE INBDLV-STEP  TO DLVSTEP    OF KIFTPDLV-REC
                 MOVE FUNCTION CURRENT-DATE
                                   TO DLVUSEDTS  OF KIFTPDLV-REC
                 REWRITE KIFTPDLV-REC
              END-IF
           END-IF.

      *================================================================

       2000-NOTE-OUTSTANDING.

           IF DELIVERY-NOT-FOUND
           AND INBDLV-FUNC = "C"
              IF INBDLV-READY = "Y"
                 MOVE "N"                     TO INBDLV-READY
                 MOVE RTEPROF OF KIFTPRTE-REC TO INBDLV-PROF
                 MOVE RTEFILE OF KIFTPRTE-REC TO INBDLV-FILE
              END-IF
              IF RTEWAIT OF KIFTPRTE-REC > INBDLV-WAIT
                 MOVE RTEWAIT OF KIFTPRTE-REC TO INBDLV-WAIT
              END-IF
           END-IF.
