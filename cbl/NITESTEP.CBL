      *  marks BATCHCHK running (so the BATCHWDG watchdog sees a
      *  stuck member exactly as it sees a stuck inline step),
      *  dispatches the program through the standard parameter
      *  shapes, then marks complete, writes the BATCHHST row and
      *  marks the inbound deliveries it ran against used.
      *  The driver's wait-on-predecessor poll watches the same
      *  BATCHCHK row this job maintains.
      *
           05  WS-STEP-NAME        PIC X(10).
           05  WS-STEP-PGM         PIC X(10).
           05  WS-STEP-PARM        PIC 9(5).
           05  WS-STEP-SCOPE       PIC X(1).
           05  WS-STEP-CHAIN       PIC X(10).

       01  RUN-CONTEXT.
           05  WS-OUTFILE-OPT      PIC X(1).
           05  WS-ACC-MODE         PIC X(1).

       COPY QUSEC OF QSYSINC-QLBLSRC.

      *          The job this member runs in, recorded on each
      *          step's BATCHCHK row at mark-running so the job log
      *          of a step that does not end cleanly can be found.

       COPY QUSRJOBI OF QSYSINC-QLBLSRC.

       01  QUSRJOBI-PARM.
           05  QUALIFIED-JOB-NAME.
               10  JOBI-JOB-NAME-PARM      PIC X(10) VALUE "*".
               10  JOBI-USER-NAME-PARM     PIC X(10) VALUE SPACES.
               10  JOBI-JOB-NUMBER-PARM    PIC X(6)  VALUE SPACES.
           05  JOBI-INTERNAL-JOB-ID        PIC X(16) VALUE SPACES.
           05  JOBI-FORMAT-NAME            PIC X(8)  VALUE "JOBI0100".
           05  JOBI-RCVLEN                 PIC S9(9) BINARY VALUE 34.

       01  INBDLV-PARM.
           05  INBDLV-FUNC         PIC X(1).
           05  INBDLV-STEP         PIC X(10).
           05  INBDLV-RUNID        PIC 9(6).
           05  INBDLV-RUNDT        PIC 9(8).
           05  INBDLV-READY        PIC X(1).
           05  INBDLV-PROF         PIC X(10).
           05  INBDLV-FILE         PIC X(10).
           05  INBDLV-WAIT         PIC 9(3).

       LINKAGE SECTION.

      *    Character shapes because SBMJOB passes them as literals.
                       MOVE STPNAME  OF BATCHSTP-REC TO WS-STEP-NAME
                       MOVE STPPGM   OF BATCHSTP-REC TO WS-STEP-PGM
                       MOVE STPPARM  OF BATCHSTP-REC TO WS-STEP-PARM
                       MOVE STPSCOPE OF BATCHSTP-REC TO WS-STEP-SCOPE
                       MOVE STPCHAIN OF BATCHSTP-REC
                          TO WS-STEP-CHAIN
                    END-IF
           MOVE WS-RUN-DATE       TO CHKRUNDT OF BATCHCHK-REC.
           MOVE WS-RUN-ID         TO CHKRUNID OF BATCHCHK-REC.
           MOVE WS-STEP-CHAIN     TO CHKCHAIN OF BATCHCHK-REC.
           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           CALL "QUSRJOBI" USING QUS-JOBI-0100, JOBI-RCVLEN,
                JOBI-FORMAT-NAME, QUALIFIED-JOB-NAME,
                JOBI-INTERNAL-JOB-ID, QUS-EC.
           MOVE JOBI-JOB-NAME     TO CHKJOBNM OF BATCHCHK-REC.
           MOVE JOBI-USER-NAME    TO CHKJOBUS OF BATCHCHK-REC.
           MOVE JOBI-JOB-NUMBER   TO CHKJOBNO OF BATCHCHK-REC.
           MOVE FUNCTION CURRENT-DATE TO CHKSTRTS OF BATCHCHK-REC
                                         WS-HST-STRTS.
           IF CKPT-FOUND
           MOVE WS-STEP-CHAIN         TO HSTCHAIN   OF BATCHHST-REC.
           WRITE BATCHHST-REC.

      *          The driver checked this member's inbound files
      *          before submitting it; the deliveries it ran
      *          against are used up here, as for an inline step.
           MOVE "U"          TO INBDLV-FUNC.
           MOVE WS-STEP-NAME TO INBDLV-STEP.
           MOVE WS-RUN-ID    TO INBDLV-RUNID.
           MOVE WS-RUN-DATE  TO INBDLV-RUNDT.
           CALL "INBDLVSVC" USING INBDLV-PARM.

      ******************************************************************
      *
      * The standard shapes only - the subset of NITEBATCH's
           EVALUATE WS-STEP-PGM

              WHEN "OUTQMONCBL"
                 CALL "OUTQMONCBL" USING WS-STEP-SCOPE

              WHEN "WTRMONCBL"
              WHEN "XREFSWPCBL"
              WHEN "XREFORPCBL"
              WHEN "EXPRPTCBL"
                 CALL WS-STEP-PGM USING WS-RUN-DATE

      *          Accumulation mode is "A" from a chain ("C" when
      *          the row's scope is the consolidated snapshot) -
      *          reversal ("R") is an operator action, never a
      *          registered step.
              WHEN "SPLFACCCBL"
                 IF WS-STEP-SCOPE = "C"
                    MOVE "C" TO WS-ACC-MODE
                 ELSE
                    MOVE "A" TO WS-ACC-MODE
                 END-IF
                 CALL "SPLFACCCBL" USING WS-ACC-MODE, WS-RUN-DATE

              WHEN "AGEDSPLF"
                 MOVE WS-STEP-PARM TO WS-BIN-PARM
                 MOVE "Y"          TO WS-OUTFILE-OPT
                 CALL "AGEDSPLF" USING WS-BIN-PARM, WS-RUN-DATE,
                      WS-OUTFILE-OPT, WS-STEP-SCOPE

              WHEN "SPLFDUPCBL"
              WHEN "SPLFTRNCBL"
                 CALL "AUDRPTCBL" USING WS-RUN-DATE, WS-BIN-PARM,
                      WS-BIN-PARM2

      *          ASP threshold percentage from the registry.
              WHEN "DBSIZRPT"
                 MOVE WS-STEP-PARM TO WS-BIN-PARM
                 CALL "DBSIZRPT" USING WS-RUN-DATE, WS-BIN-PARM

      *          Movement amount from the registry; the percentage
      *          is left to the program's default.
              WHEN "CUSTBALMOV"
                 MOVE WS-STEP-PARM TO WS-BIN-PARM
                 MOVE ZEROES       TO WS-BIN-PARM2
                 CALL "CUSTBALMOV" USING WS-RUN-DATE, WS-BIN-PARM,
                      WS-BIN-PARM2

              WHEN "KIFTPGEN"
              WHEN "CUSTEXPCBL"
              WHEN "SPLFPRGE"
