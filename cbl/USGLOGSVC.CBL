       IDENTIFICATION DIVISION.
       PROGRAM-ID.    USGLOGSVC.

      *================================================================
      *  Shared interactive usage log (in the spirit of AUDITLOG -
      *  one CALL, one job done). Every interactive program calls
      *  it as it starts and as it ends; AUTHCHKSVC calls it each
      *  time it allows an AUTHFNC function. USGRPTCBL reports the
      *  USGLOGPF rows by month.
      *
      *    USGLOG-ACTION "S" - session start: writes the USGLOGPF
      *                        session row for USGLOG-PGM and the
      *                        job's user, hands back its start
      *                        stamp in USGLOG-STRTS and zeroes the
      *                        function counts;
      *                  "E" - session end: completes that row with
      *                        the end stamp and the adds, changes,
      *                        deletes and inquiries the program
      *                        counted in the parm meanwhile;
      *                  "A" - grant used: writes an "A" row for
      *                        the AUTHFNC function in USGLOG-FUNC.
      *
      *  USGLOGPF is opened on the first call and left open, the
      *  BUSDAYSVC convention for services called this often. A
      *  failed log write never stops the screen.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT USGLOGPF       ASSIGN  TO DATABASE-USGLOGPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         USGKEY.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  USGLOGPF
           LABEL RECORDS ARE STANDARD.
       01  USGLOGPF-REC.
           COPY DDS-ALL-FORMATS OF USGLOGPF.

       WORKING-STORAGE SECTION.

       COPY QUSRJOBI OF QSYSINC-QLBLSRC.
       COPY QUSEC    OF QSYSINC-QLBLSRC.

       01  QUSRJOBI-PARM.
           05  QUALIFIED-JOB-NAME.
               10  JOBI-JOB-NAME-PARM      PIC X(10) VALUE "*".
               10  JOBI-USER-NAME-PARM     PIC X(10) VALUE SPACES.
               10  JOBI-JOB-NUMBER-PARM    PIC X(6)  VALUE SPACES.
           05  JOBI-INTERNAL-JOB-ID        PIC X(16) VALUE SPACES.
           05  JOBI-FORMAT-NAME            PIC X(8)  VALUE "JOBI0100".
           05  JOBI-RCVLEN                 PIC S9(9) BINARY VALUE 30.

       01  SWITCH-AREA.
           05  FILE-OPEN-SW        PIC 1   VALUE B"0".
               88  FILE-NOT-OPEN           VALUE B"0".
               88  FILE-IS-OPEN            VALUE B"1".

       LINKAGE SECTION.

       01  USGLOG-PARM.
           05  USGLOG-ACTION               PIC X(1).
           05  USGLOG-PGM                  PIC X(10).
           05  USGLOG-FUNC                 PIC X(10).
           05  USGLOG-STRTS                PIC X(21).
           05  USGLOG-ADDS                 PIC 9(5).
           05  USGLOG-CHGS                 PIC 9(5).
           05  USGLOG-DLTS                 PIC 9(5).
           05  USGLOG-INQS                 PIC 9(5).

      *================================================================

       PROCEDURE DIVISION USING USGLOG-PARM.

       0000-MAIN-LOGIC.

           IF FILE-NOT-OPEN
              OPEN I-O USGLOGPF
              SET FILE-IS-OPEN TO TRUE
           END-IF.

           MOVE 0 TO BYTES-PROVIDED OF QUS-EC.
           CALL "QUSRJOBI" USING QUS-JOBI-0100, JOBI-RCVLEN,
                JOBI-FORMAT-NAME, QUALIFIED-JOB-NAME,
                JOBI-INTERNAL-JOB-ID, QUS-EC.

           EVALUATE USGLOG-ACTION
              WHEN "S"
                 PERFORM 1000-START-SESSION
              WHEN "E"
                 PERFORM 2000-END-SESSION
              WHEN "A"
                 PERFORM 3000-GRANT-USED
           END-EVALUATE.

           GOBACK.

      *================================================================

       1000-START-SESSION.

           MOVE ZEROES TO USGLOG-ADDS
                          USGLOG-CHGS
                          USGLOG-DLTS
                          USGLOG-INQS.
           MOVE FUNCTION CURRENT-DATE TO USGLOG-STRTS.

           INITIALIZE USGLOGPF-REC.
           MOVE "S"                 TO USGTYPE  OF USGLOGPF-REC.
           MOVE USGLOG-PGM          TO USGNAME  OF USGLOGPF-REC.
           MOVE USGLOG-STRTS        TO USGSTRTS OF USGLOGPF-REC.
           PERFORM 8000-STAMP-JOB.
           MOVE SPACES              TO USGENDTS OF USGLOGPF-REC.
           WRITE USGLOGPF-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.

      *================================================================
      *  A program ended without a start call (or on another job's
      *  start stamp) has no row to complete - nothing is logged.
      *================================================================

       2000-END-SESSION.

           MOVE "S"                 TO USGTYPE  OF USGLOGPF-REC.
           MOVE USGLOG-PGM          TO USGNAME  OF USGLOGPF-REC.
           MOVE JOBI-USER-NAME OF QUS-JOBI-0100
                                    TO USGUSER  OF USGLOGPF-REC.
           MOVE USGLOG-STRTS        TO USGSTRTS OF USGLOGPF-REC.
           READ USGLOGPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FUNCTION CURRENT-DATE
                                    TO USGENDTS OF USGLOGPF-REC
                 MOVE USGLOG-ADDS   TO USGADDS  OF USGLOGPF-REC
                 MOVE USGLOG-CHGS   TO USGCHGS  OF USGLOGPF-REC
                 MOVE USGLOG-DLTS   TO USGDLTS  OF USGLOGPF-REC
                 MOVE USGLOG-INQS   TO USGINQS  OF USGLOGPF-REC
                 REWRITE USGLOGPF-REC
           END-READ.

      *================================================================

       3000-GRANT-USED.

           INITIALIZE USGLOGPF-REC.
           MOVE "A"                 TO USGTYPE  OF USGLOGPF-REC.
           MOVE USGLOG-FUNC         TO USGNAME  OF USGLOGPF-REC.
           MOVE FUNCTION CURRENT-DATE
                                    TO USGSTRTS OF USGLOGPF-REC.
           PERFORM 8000-STAMP-JOB.
           MOVE USGSTRTS OF USGLOGPF-REC
                                    TO USGENDTS OF USGLOGPF-REC.
           WRITE USGLOGPF-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.

      *================================================================

       8000-STAMP-JOB.

           MOVE JOBI-USER-NAME   OF QUS-JOBI-0100
                                    TO USGUSER   OF USGLOGPF-REC.
           MOVE JOBI-JOB-NAME    OF QUS-JOBI-0100
                                    TO USGJOBNM  OF USGLOGPF-REC.
           MOVE JOBI-JOB-NUMBER  OF QUS-JOBI-0100
                                    TO USGJOBNBR OF USGLOGPF-REC.
