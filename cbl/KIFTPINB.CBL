      **                                                             **
      **  Change No. Date      BY  Description                       **
      **  ---------- -----     --  -----------------------           **
      **  KI-001     15/10/26  VPC Clear landing after move, log     **
      **                           delivery and dispatch routed      **
      **                           program via KIFTPDISP             **
      **                                                             **
      *****************************************************************

      * with records on it (KICHKNUMRC, the same record-count check
      * the outbound side uses), moves verified files into their
      * production library by CPYF, and reports anything expected
      * but missing or empty. A moved file's landing copy is
      * cleared (so yesterday's file can never verify as today's
      * delivery) and the delivery handed to KIFTPDISP, which logs
      * it on KIFTPDLV and runs the program KIFTPRTE routes it to.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       COPY QUSEC OF QSYSINC-QLBLSRC.

       01  DISP-PARM.
           05 DISP-PROF                PIC X(10).
           05 DISP-FILE                PIC X(10).
           05 DISP-RUNID               PIC 9(6).
           05 DISP-PRDLIB              PIC X(10).
           05 DISP-RECS                PIC 9(10) PACKED-DECIMAL.
           05 DISP-STAT                PIC X(1).
           05 DISP-PGM                 PIC X(10).

       01  KIFTPINBLOG-LINES.
           05  VFY-LOG-LINE.
               10  FILLER              PIC X(01) VALUE SPACES.
           IF EXCEPTION-ID OF QUS-EC = SPACES
              ADD 1 TO WS-LANDED-COUNT
              MOVE "LANDED - MOVED TO PRODUCTION" TO VLL-RESULT
              PERFORM C1300-CLEAR-LANDING  THRU C1300-EXIT
              PERFORM C1400-DISPATCH-FILE  THRU C1400-EXIT
           ELSE
              ADD 1 TO WS-MISSING-COUNT
              MOVE "*** LANDED BUT CPYF TO PRODUCTION FAILED ***"
       C1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1300-CLEAR-LANDING.

      * The landing copy is consumed by the move - a get that fails
      * tomorrow leaves the landing empty and reported missing,
      * instead of verifying today's file a second time.

           MOVE SPACES TO CPYF-CMD-TEXT.
           STRING "CLRPFM FILE(*LIBL/"      DELIMITED BY SIZE
                  EXPFILE OF KIFTPEXP-REC   DELIMITED BY SPACE
                  ")"                       DELIMITED BY SIZE
              INTO CPYF-CMD-TEXT
           END-STRING.
           MOVE 200 TO CPYF-CMD-LEN.
           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.
           CALL "QCMDEXC" USING CPYF-CMD-TEXT, CPYF-CMD-LEN,
                                QUS-EC.

           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              DISPLAY "KIFTPINB: landing copy of "
                      EXPFILE OF KIFTPEXP-REC " not cleared ("
                      EXCEPTION-ID OF QUS-EC ")"
           END-IF.

       C1300-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1400-DISPATCH-FILE.

           MOVE FTP-PROFILE-PARM          TO DISP-PROF.
           MOVE EXPFILE   OF KIFTPEXP-REC TO DISP-FILE.
           MOVE RUN-ID-PARM               TO DISP-RUNID.
           MOVE EXPPRDLIB OF KIFTPEXP-REC TO DISP-PRDLIB.
           MOVE WS-NBRCURRCD              TO DISP-RECS.
           MOVE SPACES                    TO DISP-STAT
                                             DISP-PGM.
           CALL "KIFTPDISP" USING DISP-PARM.

           EVALUATE DISP-STAT
              WHEN "P"
                 MOVE SPACES TO VLL-RESULT
                 STRING "LANDED - MOVED, PROCESSED BY "
                                          DELIMITED BY SIZE
                        DISP-PGM          DELIMITED BY SPACE
                    INTO VLL-RESULT
                 END-STRING
              WHEN "F"
                 MOVE SPACES TO VLL-RESULT
                 STRING "*** LANDED - MOVED, "
                                          DELIMITED BY SIZE
                        DISP-PGM          DELIMITED BY SPACE
                        " NOT CALLABLE ***" DELIMITED BY SIZE
                    INTO VLL-RESULT
                 END-STRING
           END-EVALUATE.

       C1400-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       D1000-CLOSE-PARA.
