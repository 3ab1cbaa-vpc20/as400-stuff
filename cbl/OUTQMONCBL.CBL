      *  print queue is on the 6am operator's screen before the
      *  branch phones in. Runs in the nightly chain straight after
      *  the snapshot step, while the picture is minutes old.
      *
      *  LINK-SCOPE "C" runs the same checks company-wide over the
      *  SPLFCONF consolidated snapshot (after SPLFCONCBL): queues
      *  are grouped by source system first, since every partition
      *  has its own QPRINT, and each is named SYSTEM:LIB/OUTQ on
      *  the report and in the alert. The OUTQTHR limits apply to
      *  a queue name on whichever partition it is found.
      ******************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS SEQUENTIAL
                  ACCESS           IS SEQUENTIAL.

           SELECT SPLFCONF         ASSIGN TO DATABASE-SPLFCONF
                  ORGANIZATION     IS SEQUENTIAL
                  ACCESS           IS SEQUENTIAL.

           SELECT SORTWORK         ASSIGN TO SORTWK01.

           SELECT OUTQTHR          ASSIGN TO DATABASE-OUTQTHR
       01  SPLFOUTF-REC.
           COPY DDS-ALL-FORMATS OF SPLFOUTF.

       FD  SPLFCONF
           LABEL RECORDS ARE STANDARD.
       01  SPLFCONF-REC.
           COPY DDS-ALL-FORMATS OF SPLFCONF.

       SD  SORTWORK.
       01  SORT-REC.
           COPY DDS-ALL-FORMATS OF SPLFOUTF.
               88 THR-NOT-FOUND           VALUE B"0".

       01  BREAK-AREA.
           05  BRK-SYSNM            PIC X(8).
           05  BRK-OUTQNM           PIC X(10).
           05  BRK-OUTQLIB          PIC X(10).
           05  BRK-QUEUE-NAME       PIC X(30).

       01  QUEUE-ACCUMULATORS.
           05  WS-GRP-COUNT         PIC S9(7) VALUE ZEROES.
       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(34)
                   VALUE "OUTPUT QUEUE THRESHOLD EXCEPTIONS".
               10  HDR-SCOPE        PIC X(46) VALUE SPACES.
           05  EXC-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  EXC-OUTQ         PIC X(30).
               10  EXC-TEXT         PIC X(70).
           05  HLD-LINE.
               10  FILLER           PIC X(03) VALUE SPACES.

      ******************************************************************

       LINKAGE SECTION.

       01  LINK-SCOPE               PIC X(01).
           88 COMPANY-WIDE          VALUE "C".

      ******************************************************************

       PROCEDURE DIVISION USING LINK-SCOPE.

       0000-MAIN.

           OPEN OUTPUT OUTQEXCLST.
           OPEN INPUT  OUTQTHR.

           IF COMPANY-WIDE
              MOVE "- ALL PARTITIONS" TO HDR-SCOPE
           END-IF.
           MOVE HDR-LINE TO OUTQEXCLST-REC.
           WRITE OUTQEXCLST-REC.

           SET FIRST-GROUP TO TRUE.

           IF COMPANY-WIDE
              SORT SORTWORK
                  ON ASCENDING KEY JOBSYSNM OF SORT-REC
                                   OUTQNM   OF SORT-REC
                                   OUTQLIB  OF SORT-REC
                  USING SPLFCONF
                  OUTPUT PROCEDURE IS 2000-MONITOR-QUEUES
           ELSE
              SORT SORTWORK
                  ON ASCENDING KEY OUTQNM  OF SORT-REC
                                   OUTQLIB OF SORT-REC
                  USING SPLFOUTF
                  OUTPUT PROCEDURE IS 2000-MONITOR-QUEUES
           END-IF.

           IF NOT-FIRST-GROUP
              PERFORM 2500-CHECK-QUEUE-LIMITS
           ELSE
              IF OUTQNM  OF SPLFOUTF-REC NOT = BRK-OUTQNM
              OR OUTQLIB OF SPLFOUTF-REC NOT = BRK-OUTQLIB
              OR (COMPANY-WIDE
                  AND JOBSYSNM OF SPLFOUTF-REC NOT = BRK-SYSNM)
                 PERFORM 2500-CHECK-QUEUE-LIMITS
                 PERFORM 2200-START-GROUP
              END-IF
       2200-START-GROUP.

           SET NOT-FIRST-GROUP TO TRUE.
           MOVE JOBSYSNM OF SPLFOUTF-REC TO BRK-SYSNM.
           MOVE OUTQNM   OF SPLFOUTF-REC TO BRK-OUTQNM.
           MOVE OUTQLIB  OF SPLFOUTF-REC TO BRK-OUTQLIB.
           MOVE ZEROES TO WS-GRP-COUNT WS-GRP-PAGES WS-GRP-HELD.

           MOVE SPACES TO BRK-QUEUE-NAME.
           IF COMPANY-WIDE
              STRING BRK-SYSNM   DELIMITED BY SPACE
                     ":"         DELIMITED BY SIZE
                     BRK-OUTQLIB DELIMITED BY SPACE
                     "/"         DELIMITED BY SIZE
                     BRK-OUTQNM  DELIMITED BY SPACE
                 INTO BRK-QUEUE-NAME
              END-STRING
           ELSE
              STRING BRK-OUTQLIB DELIMITED BY SPACE
                     "/"         DELIMITED BY SIZE
                     BRK-OUTQNM  DELIMITED BY SPACE
                 INTO BRK-QUEUE-NAME
              END-STRING
           END-IF.

      ******************************************************************

       2300-ACCUMULATE-ENTRY.
           MOVE "W"         TO ALERT-SEV.
           MOVE SPACES      TO ALERT-TEXT.
           STRING "OUTQ "              DELIMITED BY SIZE
                  BRK-QUEUE-NAME       DELIMITED BY SPACE
                  " OVER ENTRY LIMIT: " DELIMITED BY SIZE
                  WS-NUM-EDIT          DELIMITED BY SIZE
                  " ENTRIES"           DELIMITED BY SIZE
           MOVE "W"         TO ALERT-SEV.
           MOVE SPACES      TO ALERT-TEXT.
           STRING "OUTQ "             DELIMITED BY SIZE
                  BRK-QUEUE-NAME      DELIMITED BY SPACE
                  " OVER PAGE LIMIT: " DELIMITED BY SIZE
                  WS-NUM-EDIT2        DELIMITED BY SIZE
                  " PAGES"            DELIMITED BY SIZE
           MOVE "W"         TO ALERT-SEV.
           MOVE SPACES      TO ALERT-TEXT.
           STRING "OUTQ "             DELIMITED BY SIZE
                  BRK-QUEUE-NAME      DELIMITED BY SPACE
                  " HAS "             DELIMITED BY SIZE
                  WS-NUM-EDIT         DELIMITED BY SIZE
                  " HELD/MSGW ENTRIES" DELIMITED BY SIZE

       2900-FORMAT-QUEUE-NAME.

           MOVE BRK-QUEUE-NAME TO EXC-OUTQ.

      ******************************************************************

