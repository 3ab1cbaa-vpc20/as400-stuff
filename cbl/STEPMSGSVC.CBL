       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STEPMSGSVC.

      *================================================================
      *  Job log capture for a chain step that did not end cleanly
      *  (one CALL, one job done): lists the job log of the job on
      *  the step's BATCHCHK row through the List Job Log Messages
      *  API into a QTEMP user space (the CRTSPLFCBL list pattern)
      *  and files the newest 200 messages on STEPMSGPF under the
      *  step's run id - message id, severity, type, sending
      *  program, when sent and the first-level text with its
      *  replacement data. Any earlier capture for the same run id
      *  and step is replaced, so the watchdog's repeated passes
      *  over a step left at running keep the latest picture.
      *
      *  The job must still be active (typically sitting on the
      *  inquiry message its failure raised) or have its job log
      *  pending; a log already spooled to QPJOBLOG and cleared
      *  cannot be listed, and SMSVC-STAT comes back "N" with the
      *  API's message id in SMSVC-MSGID.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STEPMSGPF      ASSIGN  TO DATABASE-STEPMSGPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         SMKEY.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  STEPMSGPF
           LABEL RECORDS ARE STANDARD.
       01  STEPMSGPF-REC.
           COPY DDS-ALL-FORMATS OF STEPMSGPF.

       WORKING-STORAGE SECTION.

       COPY QUSEC OF QSYSINC-QLBLSRC.

       01  MISC.
           05 SPC-NAME           PIC X(20) VALUE "STEPMSGSP QTEMP ".
           05 SPC-SIZE           PIC S9(09) VALUE 262144 BINARY.
           05 SPC-INIT           PIC X(01) VALUE X"00".
           05 SPCPTR             POINTER.
           05 EXT-ATTR           PIC X(10) VALUE "QMHLJOBL".
           05 SPC-AUT            PIC X(10) VALUE "*ALL".
           05 SPC-TEXT           PIC X(50).
           05 SPC-REPLAC         PIC X(10) VALUE "*YES".
           05 SPC-DOMAIN         PIC X(10) VALUE "*USER".
           05 LST-FORMAT-NAME    PIC X(08) VALUE "LJOB0100".
           05 SLT-FORMAT-NAME    PIC X(08) VALUE "JSLT0100".

      *          JSLT0100 message selection: newest first from the
      *          last message, 200 at most, first-level text with
      *          replacement data (field 0302) and the sending
      *          program (field 0603) returned per message.

       01  JSLT-SELECTION.
           05 JS-MAX-MSGS        PIC S9(09) BINARY VALUE 200.
           05 JS-DIRECTION       PIC X(10) VALUE "*PRV".
           05 JS-JOBNM           PIC X(10).
           05 JS-JOBUS           PIC X(10).
           05 JS-JOBNO           PIC X(06).
           05 JS-INTJOBID        PIC X(16) VALUE SPACES.
           05 JS-START-KEY       PIC X(04) VALUE X"FFFFFFFF".
           05 JS-MAX-MSGLEN      PIC S9(09) BINARY VALUE 256.
           05 JS-MAX-HLPLEN      PIC S9(09) BINARY VALUE 0.
           05 JS-FLD-OFFSET      PIC S9(09) BINARY VALUE 84.
           05 JS-FLD-COUNT       PIC S9(09) BINARY VALUE 2.
           05 JS-CALLQ-OFFSET    PIC S9(09) BINARY VALUE 92.
           05 JS-CALLQ-SIZE      PIC S9(09) BINARY VALUE 1.
           05 JS-FLD-TEXT        PIC S9(09) BINARY VALUE 302.
           05 JS-FLD-SNDPGM      PIC S9(09) BINARY VALUE 603.
           05 JS-CALLQ           PIC X(01) VALUE "*".
       01  JSLT-SIZE             PIC S9(09) BINARY VALUE 93.

       01  SWITCH-AREA.
           05  EOF-STEPMSGPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-STEPMSGPF       VALUE B"0".
               88  EOF-STEPMSGPF           VALUE B"1".

       01  CAPTURE-WORK.
           05  WS-ENTRY-IX         PIC S9(9) BINARY VALUE ZEROES.
           05  WS-FIELD-IX         PIC S9(9) BINARY VALUE ZEROES.
           05  WS-DATA-LEN         PIC S9(9) BINARY VALUE ZEROES.
           05  WS-CAPTS            PIC X(21).

       LINKAGE SECTION.

       01  SMSVC-PARM.
           05  SMSVC-RUNID                 PIC 9(6).
           05  SMSVC-RUNDT                 PIC 9(8).
           05  SMSVC-STEP                  PIC X(10).
           05  SMSVC-JOBNM                 PIC X(10).
           05  SMSVC-JOBUS                 PIC X(10).
           05  SMSVC-JOBNO                 PIC X(6).
           05  SMSVC-COUNT                 PIC 9(4).
           05  SMSVC-STAT                  PIC X(1).
           05  SMSVC-MSGID                 PIC X(7).

       01  STRING-SPACE PIC X(262144).

       COPY QUSGEN OF QSYSINC-QLBLSRC.

      *          LJOB0100 list entry; offsets are from the start of
      *          the user space.

       01  LJOB-ENTRY.
           05 LJ-NEXT-OFFSET             PIC S9(09) BINARY.
           05 LJ-FLD-OFFSET              PIC S9(09) BINARY.
           05 LJ-FLD-COUNT               PIC S9(09) BINARY.
           05 LJ-SEV                     PIC S9(09) BINARY.
           05 LJ-MSGID                   PIC X(07).
           05 LJ-TYPE                    PIC X(02).
           05 LJ-MSGKEY                  PIC X(04).
           05 LJ-MSGF                    PIC X(10).
           05 LJ-MSGFLIB                 PIC X(10).
           05 LJ-DATE                    PIC X(07).
           05 LJ-TIME                    PIC X(06).
           05 LJ-MICROSEC                PIC X(06).
           05 LJ-THREAD                  PIC X(08).

       01  LJOB-FIELD.
           05 LJF-NEXT-OFFSET            PIC S9(09) BINARY.
           05 LJF-INFO-LEN               PIC S9(09) BINARY.
           05 LJF-ID                     PIC S9(09) BINARY.
           05 LJF-TYPE                   PIC X(01).
           05 LJF-STATUS                 PIC X(01).
           05 LJF-RESERVED               PIC X(14).
           05 LJF-DATA-LEN               PIC S9(09) BINARY.
           05 LJF-DATA                   PIC X(256).

      *================================================================

       PROCEDURE DIVISION USING SMSVC-PARM.

       0000-MAIN-LOGIC.

           MOVE ZEROES TO SMSVC-COUNT.
           MOVE "N"    TO SMSVC-STAT.
           MOVE SPACES TO SMSVC-MSGID.

           IF SMSVC-JOBNM = SPACES
           OR SMSVC-JOBNO = SPACES
              MOVE "NOJOB" TO SMSVC-MSGID
              GOBACK
           END-IF.

           PERFORM 1000-LIST-JOB-LOG.

           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              MOVE EXCEPTION-ID OF QUS-EC TO SMSVC-MSGID
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CAPTS.
           OPEN I-O STEPMSGPF.
           PERFORM 2000-REMOVE-OLD-CAPTURE.

           IF (INFORMATION-STATUS OF QUS-GENERIC-HEADER-0100 = "C"
           OR INFORMATION-STATUS OF QUS-GENERIC-HEADER-0100 = "P")
           AND NUMBER-LIST-ENTRIES OF QUS-GENERIC-HEADER-0100 > 0
              SET ADDRESS OF LJOB-ENTRY TO
                  ADDRESS OF STRING-SPACE((OFFSET-LIST-DATA
                             OF QUS-GENERIC-HEADER-0100 + 1):1)
              PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                      UNTIL WS-ENTRY-IX >
                            NUMBER-LIST-ENTRIES
                               OF QUS-GENERIC-HEADER-0100
                 PERFORM 3000-FILE-MESSAGE
                 SET ADDRESS OF LJOB-ENTRY TO
                     ADDRESS OF STRING-SPACE((LJ-NEXT-OFFSET + 1):1)
              END-PERFORM
           END-IF.

           CLOSE STEPMSGPF.
           MOVE "Y" TO SMSVC-STAT.

           GOBACK.

      *================================================================

       1000-LIST-JOB-LOG.

           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.

           CALL "QUSCRTUS" USING SPC-NAME, EXT-ATTR, SPC-SIZE,
                SPC-INIT, SPC-AUT, SPC-TEXT,
                SPC-REPLAC, QUS-EC, SPC-DOMAIN.

           IF EXCEPTION-ID OF QUS-EC = SPACES
              MOVE SMSVC-JOBNM TO JS-JOBNM
              MOVE SMSVC-JOBUS TO JS-JOBUS
              MOVE SMSVC-JOBNO TO JS-JOBNO
              CALL "QMHLJOBL" USING SPC-NAME, LST-FORMAT-NAME,
                   JSLT-SELECTION, JSLT-SIZE, SLT-FORMAT-NAME,
                   QUS-EC
           END-IF.

           IF EXCEPTION-ID OF QUS-EC = SPACES
              CALL "QUSPTRUS" USING SPC-NAME, SPCPTR, QUS-EC
           END-IF.

           IF EXCEPTION-ID OF QUS-EC = SPACES
              SET ADDRESS OF STRING-SPACE TO SPCPTR
              SET ADDRESS OF QUS-GENERIC-HEADER-0100 TO SPCPTR
           END-IF.

      *================================================================

       2000-REMOVE-OLD-CAPTURE.

           SET NOT-EOF-STEPMSGPF TO TRUE.
           MOVE SMSVC-RUNID TO SMRUNID OF STEPMSGPF-REC.
           MOVE SMSVC-STEP  TO SMSTEP  OF STEPMSGPF-REC.
           MOVE ZEROES      TO SMSEQ   OF STEPMSGPF-REC.
           START STEPMSGPF KEY IS NOT LESS THAN SMKEY OF STEPMSGPF-REC
              INVALID KEY
                 SET EOF-STEPMSGPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-STEPMSGPF
              READ STEPMSGPF NEXT RECORD
                 AT END
                    SET EOF-STEPMSGPF TO TRUE
                 NOT AT END
                    IF SMRUNID OF STEPMSGPF-REC = SMSVC-RUNID
                    AND SMSTEP OF STEPMSGPF-REC = SMSVC-STEP
                       DELETE STEPMSGPF
                    ELSE
                       SET EOF-STEPMSGPF TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

      *================================================================

       3000-FILE-MESSAGE.

           INITIALIZE STEPMSGPF-REC.
           ADD 1 TO SMSVC-COUNT.
           MOVE SMSVC-RUNID  TO SMRUNID  OF STEPMSGPF-REC.
           MOVE SMSVC-STEP   TO SMSTEP   OF STEPMSGPF-REC.
           MOVE SMSVC-COUNT  TO SMSEQ    OF STEPMSGPF-REC.
           MOVE SMSVC-RUNDT  TO SMRUNDT  OF STEPMSGPF-REC.
           MOVE LJ-MSGID     TO SMMSGID  OF STEPMSGPF-REC.
           MOVE LJ-SEV       TO SMSEV    OF STEPMSGPF-REC.
           MOVE LJ-TYPE      TO SMTYPE   OF STEPMSGPF-REC.
           MOVE LJ-DATE      TO SMSNTDT  OF STEPMSGPF-REC.
           MOVE LJ-TIME      TO SMSNTTM  OF STEPMSGPF-REC.
           MOVE SMSVC-JOBNM  TO SMJOBNM  OF STEPMSGPF-REC.
           MOVE SMSVC-JOBUS  TO SMJOBUS  OF STEPMSGPF-REC.
           MOVE SMSVC-JOBNO  TO SMJOBNO  OF STEPMSGPF-REC.
           MOVE WS-CAPTS     TO SMCAPTS  OF STEPMSGPF-REC.

           IF LJ-FLD-COUNT > 0
              SET ADDRESS OF LJOB-FIELD TO
                  ADDRESS OF STRING-SPACE((LJ-FLD-OFFSET + 1):1)
              PERFORM VARYING WS-FIELD-IX FROM 1 BY 1
                      UNTIL WS-FIELD-IX > LJ-FLD-COUNT
                 PERFORM 3100-TAKE-FIELD
                 SET ADDRESS OF LJOB-FIELD TO
                     ADDRESS OF STRING-SPACE((LJF-NEXT-OFFSET + 1):1)
              END-PERFORM
           END-IF.

           WRITE STEPMSGPF-REC.

      *================================================================

       3100-TAKE-FIELD.

           MOVE LJF-DATA-LEN TO WS-DATA-LEN.
           IF WS-DATA-LEN > 256
              MOVE 256 TO WS-DATA-LEN
           END-IF.

           IF WS-DATA-LEN > 0
              EVALUATE LJF-ID
                 WHEN 302
                    MOVE LJF-DATA(1:WS-DATA-LEN)
                       TO SMTEXT OF STEPMSGPF-REC
                 WHEN 603
                    IF WS-DATA-LEN > 10
                       MOVE 10 TO WS-DATA-LEN
                    END-IF
                    MOVE LJF-DATA(1:WS-DATA-LEN)
                       TO SMSNDPGM OF STEPMSGPF-REC
              END-EVALUATE
           END-IF.
