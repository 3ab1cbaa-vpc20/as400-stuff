       IDENTIFICATION DIVISION.
      *****************************************************************
      **                       KPL System                            **
      **                       ----------                            **
      ** Program Id    -  KIFTPDISP   Inbound delivery dispatcher    **
      **                                                             **
      *****************************************************************
      **                                                             **
      **  CHANGES DETAILS                                            **
      **                                                             **
      **  Change No. Date      BY  Description                       **
      **  ---------- -----     --  -----------------------           **
      **                                                             **
      *****************************************************************

       PROGRAM-ID.    KIFTPDISP.
       AUTHOR.        VPC.
       INSTALLATION.  KEPPEL TATLEE.
       DATE-COMPILED.

      *---------------------------------------------------------------*
      * Called by KIFTPINB verify mode for each landing it has just
      * moved into production. Logs the delivery on KIFTPDLV and,
      * when KIFTPRTE routes the file to a program, calls that
      * program there and then - nobody has to remember to run
      * CUSTLODCBL for CUSTIMPF any more. The row is written "D"
      * before the call and stamped "P" after it, so a program that
      * ends the job leaves its delivery "D" and is never run a
      * second time for it; an unroutable program (not found) is
      * stamped "F" and raised as an INBDSPFAIL alert. A file routed
      * only to a chain step is logged "R" for INBDLVSVC to release
      * the step against.
      *
      * A run-date program gets today as the run date, moved to the
      * next business day the way NITEBATCH moves the chain's.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KIFTPRTE-FILE   ASSIGN  TO DATABASE-KIFTPRTE
                  ORGANIZATION    IS         INDEXED
                  ACCESS          IS         DYNAMIC
                  RECORD KEY      IS         RTEKEY.

           SELECT KIFTPDLV-FILE   ASSIGN  TO DATABASE-KIFTPDLV
                  ORGANIZATION    IS         INDEXED
                  ACCESS          IS         DYNAMIC
                  RECORD KEY      IS         DLVKEY.

      *---------------------------------------------------------------*

       DATA DIVISION.
       FILE SECTION.

       FD  KIFTPRTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPRTE-REC.
       COPY DDS-ALL-FORMATS OF KIFTPRTE.

       FD  KIFTPDLV-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPDLV-REC.
       COPY DDS-ALL-FORMATS OF KIFTPDLV.

       WORKING-STORAGE SECTION.

       01  WORK-AREAS.
           05 WS-DISP-PGM              PIC X(10) VALUE SPACES.
           05 WS-DISP-PARM             PIC X(1)  VALUE SPACES.
           05 WS-RUN-DATE              PIC 9(8)  VALUE ZEROES.

       01  PROGRAM-SWITCHES.
           05 WS-ROUTE-FOUND           PIC 1.
              88  ROUTE-FOUND          VALUE B"1".
              88  ROUTE-NOT-FOUND      VALUE B"0".
           05 WS-CALL-FAILED           PIC 1.
              88  CALL-FAILED          VALUE B"1".
              88  CALL-OK              VALUE B"0".

       01  ALERT-PARM.
           05 ALERT-TYPE              PIC X(10).
           05 ALERT-SEV               PIC X(1).
           05 ALERT-SOURCE            PIC X(10).
           05 ALERT-TEXT              PIC X(60).

       01  BUSDAY-PARM.
           05 BUSDAY-FUNC             PIC X(1).
           05 BUSDAY-FROM             PIC 9(8).
           05 BUSDAY-TO               PIC 9(8).
           05 BUSDAY-COUNT            PIC S9(5).
           05 BUSDAY-STAT             PIC X(1).

       LINKAGE SECTION.

       01  DISP-PARM.
           05 DISP-PROF                PIC X(10).
           05 DISP-FILE                PIC X(10).
           05 DISP-RUNID               PIC 9(6).
           05 DISP-PRDLIB              PIC X(10).
           05 DISP-RECS                PIC 9(10) PACKED-DECIMAL.
           05 DISP-STAT                PIC X(1).
           05 DISP-PGM                 PIC X(10).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION USING DISP-PARM.

       A000-MAIN-PARA.

           PERFORM A1000-INIT-PARA    THRU A1000-EXIT.
           PERFORM B1000-LOG-DELIVERY THRU B1000-EXIT.

           IF ROUTE-FOUND
              PERFORM C1000-CALL-PROGRAM THRU C1000-EXIT
           END-IF.

           MOVE DLVSTAT OF KIFTPDLV-REC TO DISP-STAT.
           MOVE WS-DISP-PGM             TO DISP-PGM.

           PERFORM D1000-CLOSE-PARA   THRU D1000-EXIT.

       A000-EXIT.
           GOBACK.

      *---------------------------------------------------------------*

       A1000-INIT-PARA.

           OPEN INPUT KIFTPRTE-FILE.
           OPEN I-O   KIFTPDLV-FILE.

           MOVE SPACES TO WS-DISP-PGM
                          WS-DISP-PARM.

      * Only an active route naming a program dispatches anything;
      * a route with just a waiting step is logged and left for
      * the chain.

           SET ROUTE-NOT-FOUND TO TRUE.
           MOVE DISP-PROF TO RTEPROF OF KIFTPRTE-REC.
           MOVE DISP-FILE TO RTEFILE OF KIFTPRTE-REC.
           READ KIFTPRTE-FILE
              INVALID KEY
                 GO TO A1000-EXIT
           END-READ.

           IF RTEACT OF KIFTPRTE-REC = "Y"
           AND RTEPGM OF KIFTPRTE-REC NOT = SPACES
              SET ROUTE-FOUND TO TRUE
              MOVE RTEPGM  OF KIFTPRTE-REC TO WS-DISP-PGM
              MOVE RTEPARM OF KIFTPRTE-REC TO WS-DISP-PARM
           END-IF.

       A1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1000-LOG-DELIVERY.

           INITIALIZE KIFTPDLV-REC.
           MOVE DISP-PROF             TO DLVPROF   OF KIFTPDLV-REC.
           MOVE DISP-FILE             TO DLVFILE   OF KIFTPDLV-REC.
           MOVE FUNCTION CURRENT-DATE TO DLVLNDTS  OF KIFTPDLV-REC.
           MOVE DISP-RUNID            TO DLVRUNID  OF KIFTPDLV-REC.
           MOVE DISP-RECS             TO DLVRECS   OF KIFTPDLV-REC.
           MOVE DISP-PRDLIB           TO DLVPRDLIB OF KIFTPDLV-REC.
           MOVE WS-DISP-PGM           TO DLVPGM    OF KIFTPDLV-REC.
           MOVE ZEROES                TO DLVUSEDRUN OF KIFTPDLV-REC
                                         DLVUSEDDT  OF KIFTPDLV-REC.

           IF ROUTE-FOUND
              MOVE "D" TO DLVSTAT OF KIFTPDLV-REC
           ELSE
              MOVE "R" TO DLVSTAT OF KIFTPDLV-REC
           END-IF.

           WRITE KIFTPDLV-REC
              INVALID KEY
                 DISPLAY "KIFTPDISP: delivery of " DISP-FILE
                         " already logged for "
                         DLVLNDTS OF KIFTPDLV-REC
           END-WRITE.

       B1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1000-CALL-PROGRAM.

           SET CALL-OK TO TRUE.

           IF WS-DISP-PARM = "R"
              MOVE "N" TO BUSDAY-FUNC
              MOVE FUNCTION CURRENT-DATE(1:8) TO BUSDAY-FROM
              CALL "BUSDAYSVC" USING BUSDAY-PARM
              MOVE BUSDAY-TO TO WS-RUN-DATE
              CALL WS-DISP-PGM USING WS-RUN-DATE, DISP-RUNID
                 ON EXCEPTION
                    SET CALL-FAILED TO TRUE
              END-CALL
           ELSE
              CALL WS-DISP-PGM
                 ON EXCEPTION
                    SET CALL-FAILED TO TRUE
              END-CALL
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO DLVPRCTS OF KIFTPDLV-REC.
           IF CALL-OK
              MOVE "P" TO DLVSTAT OF KIFTPDLV-REC
              DISPLAY "KIFTPDISP: " DISP-FILE " processed by "
                      WS-DISP-PGM
           ELSE
              MOVE "F" TO DLVSTAT OF KIFTPDLV-REC
              PERFORM C1100-RAISE-ALERT THRU C1100-EXIT
           END-IF.
           REWRITE KIFTPDLV-REC.

       C1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1100-RAISE-ALERT.

           MOVE "INBDSPFAIL" TO ALERT-TYPE.
           MOVE "C"          TO ALERT-SEV.
           MOVE "KIFTPDISP"  TO ALERT-SOURCE.
           MOVE SPACES       TO ALERT-TEXT.
           STRING "INBOUND "          DELIMITED BY SIZE
                  DISP-FILE           DELIMITED BY SPACE
                  " LANDED BUT "      DELIMITED BY SIZE
                  WS-DISP-PGM         DELIMITED BY SPACE
                  " COULD NOT BE CALLED" DELIMITED BY SIZE
              INTO ALERT-TEXT
           END-STRING.
           CALL "ALERTSVC" USING ALERT-PARM.

       C1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       D1000-CLOSE-PARA.

           CLOSE KIFTPRTE-FILE
                 KIFTPDLV-FILE.

       D1000-EXIT.
           EXIT.
