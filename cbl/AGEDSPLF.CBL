      *  and lists, by OUTQNM/OUTQLIB and USERNM, every spooled file
      *  whose LSTUSEDT is older than the caller-supplied number of
      *  days, along with its size.
      *
      *  LINK-SCOPE "C" reads the SPLFCONF consolidated snapshot
      *  through SPLFCONLQ instead (the same layout, keyed by source
      *  system ahead of the queue) so the report covers every
      *  partition, with a SYSTEM line before each partition's
      *  queues. The AGEDSPLFO/AGEDSPLFC outfiles carry no system
      *  column and stay a local-partition product - they are not
      *  written on a company-wide run.
      ******************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY       IS EXTERNALLY-DESCRIBED-KEY
                                      WITH DUPLICATES.

           SELECT SPLFCONLQ        ASSIGN TO DATABASE-SPLFCONLQ
                  ORGANIZATION     IS INDEXED
                  ACCESS           IS DYNAMIC
                  RECORD KEY       IS EXTERNALLY-DESCRIBED-KEY
                                      WITH DUPLICATES.

           SELECT AGEDLST          ASSIGN TO PRINTER-QPRINT
                  ORGANIZATION     IS SEQUENTIAL.

       01  SPLFOUTLQ-REC.
           COPY DDS-ALL-FORMATS OF SPLFOUTLQ.

       FD  SPLFCONLQ
           LABEL RECORDS ARE STANDARD.
       01  SPLFCONLQ-REC.
           COPY DDS-ALL-FORMATS OF SPLFCONLQ.

       FD  AGEDLST
           LABEL RECORDS ARE OMITTED.
       01  AGEDLST-REC              PIC X(132).
               88 NOT-FIRST-GROUP          VALUE B"1".

       01  BREAK-AREA.
           05  BRK-SYSNM            PIC X(8).
           05  BRK-OUTQNM           PIC X(10).
           05  BRK-OUTQLIB          PIC X(10).
           05  BRK-USERNM           PIC X(10).
               10  FILLER           PIC X(10) VALUE "SIZE".
               10  FILLER           PIC X(08) VALUE "COPIES".
               10  FILLER           PIC X(08) VALUE "FLAG".
           05  SYS-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(08) VALUE "SYSTEM:".
               10  SYS-SYSNM        PIC X(08).
           05  GRP-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  GRP-OUTQ         PIC X(21).
       01  LINK-RUN-DATE            PIC 9(08).
       01  LINK-OUTFILE-OPT         PIC X(01).
           88 OUTFILE-WANTED        VALUE "Y".
       01  LINK-SCOPE               PIC X(01).
           88 COMPANY-WIDE          VALUE "C".

      ******************************************************************

       PROCEDURE DIVISION USING LINK-AGE-DAYS, LINK-RUN-DATE,
                                LINK-OUTFILE-OPT, LINK-SCOPE.

       0000-MAIN.

           IF COMPANY-WIDE
              MOVE "N" TO LINK-OUTFILE-OPT
           END-IF.

           OPEN OUTPUT AGEDLST.
           MOVE HDR-LINE TO AGEDLST-REC.
           WRITE AGEDLST-REC.

           SET FIRST-GROUP TO TRUE.

           IF COMPANY-WIDE
              OPEN INPUT SPLFCONLQ
              MOVE LOW-VALUES TO JOBSYSNM OF SPLFCONLQ-REC
                                 OUTQNM   OF SPLFCONLQ-REC
                                 OUTQLIB  OF SPLFCONLQ-REC
                                 USERNM   OF SPLFCONLQ-REC
              START SPLFCONLQ
                 KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET END-PROGRAM TO TRUE
              END-START
           ELSE
              OPEN INPUT SPLFOUTLQ
              MOVE LOW-VALUES TO OUTQNM  OF SPLFOUTLQ-REC
                                 OUTQLIB OF SPLFOUTLQ-REC
                                 USERNM  OF SPLFOUTLQ-REC
              START SPLFOUTLQ
                 KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET END-PROGRAM TO TRUE
              END-START
           END-IF.

           PERFORM 2000-PRODUCE-REPORT.

           IF COMPANY-WIDE
              CLOSE SPLFCONLQ
           ELSE
              CLOSE SPLFOUTLQ
           END-IF.

           IF NOT-FIRST-GROUP
              PERFORM 2500-WRITE-GROUP-TOTAL

       2000-PRODUCE-REPORT.

           IF COMPANY-WIDE
              PERFORM UNTIL END-PROGRAM
                 READ SPLFCONLQ NEXT RECORD INTO SPLFOUTLQ-REC
                    AT END
                       SET END-PROGRAM TO TRUE
                    NOT AT END
                       PERFORM 2100-EVAL-AGE
                 END-READ
              END-PERFORM
           ELSE
              PERFORM UNTIL END-PROGRAM
                 READ SPLFOUTLQ NEXT RECORD
                    AT END
                       SET END-PROGRAM TO TRUE
                    NOT AT END
                       PERFORM 2100-EVAL-AGE
                 END-READ
              END-PERFORM
           END-IF.

      ******************************************************************

              IF OUTQNM OF SPLFOUTLQ-REC  NOT = BRK-OUTQNM
              OR OUTQLIB OF SPLFOUTLQ-REC NOT = BRK-OUTQLIB
              OR USERNM OF SPLFOUTLQ-REC  NOT = BRK-USERNM
              OR JOBSYSNM OF SPLFOUTLQ-REC NOT = BRK-SYSNM
                 PERFORM 2500-WRITE-GROUP-TOTAL
                 PERFORM 2400-START-GROUP
              END-IF

       2400-START-GROUP.

           IF COMPANY-WIDE
              IF FIRST-GROUP
              OR JOBSYSNM OF SPLFOUTLQ-REC NOT = BRK-SYSNM
                 MOVE SPACES TO AGEDLST-REC
                 MOVE JOBSYSNM OF SPLFOUTLQ-REC TO SYS-SYSNM
                 MOVE SYS-LINE TO AGEDLST-REC
                 WRITE AGEDLST-REC
              END-IF
           END-IF.

           SET NOT-FIRST-GROUP TO TRUE.
           MOVE JOBSYSNM OF SPLFOUTLQ-REC TO BRK-SYSNM.
           MOVE OUTQNM  OF SPLFOUTLQ-REC TO BRK-OUTQNM.
           MOVE OUTQLIB OF SPLFOUTLQ-REC TO BRK-OUTQLIB.
           MOVE USERNM  OF SPLFOUTLQ-REC TO BRK-USERNM.
