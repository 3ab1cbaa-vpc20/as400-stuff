      *  pressure from spool, instead of the surprise arriving as a
      *  full ASP.
      *
      *  SPLFHIST carries the sister partitions' rows as well as
      *  this system's (SPLFCONCBL), so every group - queue, user and
      *  monthly - is broken by system first and the group line
      *  carries the system name, as OUTQMONCBL's company-wide run
      *  does; the same QGPL/QPRINT on two partitions is two groups.
      *
      *  Detail carries the recent dates only - the SPLFHSTSUM
      *  summarization rolls older rows into SPLFHSTSM monthly
      *  aggregates, and the MONTHLY HISTORY section at the end of
               88 NO-DATE-OVERFLOW        VALUE B"0".

       01  BREAK-AREA.
           05  BRK-SYSNM            PIC X(8).
           05  BRK-OUTQNM           PIC X(10).
           05  BRK-OUTQLIB          PIC X(10).
           05  BRK-USERNM           PIC X(10).

       01  BRK-YYMM                 PIC 9(6) VALUE ZEROES.

       01  WS-KEY-PTR               PIC S9(3) BINARY VALUE ZEROES.

       01  TREND-ACCUMULATORS.
           05  WS-DTE-COUNT         PIC S9(7)  VALUE ZEROES.
           05  WS-DTE-PAGES         PIC S9(9)  VALUE ZEROES.
               10  FILLER           PIC X(16) VALUE "SIZE".
           05  GRP-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  GRP-KEY          PIC X(40).
           05  DTL-LINE.
               10  FILLER           PIC X(03) VALUE SPACES.
               10  DTL-SNPDATE      PIC 9(8).
           SET START-PROGRAM TO TRUE.
           SET FIRST-GROUP   TO TRUE.
           SORT SORTWORK
               ON ASCENDING KEY SNPSYSNM OF SORT-REC
                                OUTQLIB OF SORT-REC
                                OUTQNM  OF SORT-REC
                                SNPDATE OF SORT-REC
               USING SPLFHIST
           SET START-PROGRAM TO TRUE.
           SET FIRST-GROUP   TO TRUE.
           SORT SORTWORK
               ON ASCENDING KEY SNPSYSNM OF SORT-REC
                                USERNM  OF SORT-REC
                                SNPDATE OF SORT-REC
               USING SPLFHIST
               OUTPUT PROCEDURE IS 3000-TREND-BY-USER.
           IF FIRST-GROUP
              PERFORM 2200-START-QUEUE-GROUP
           ELSE
              IF SNPSYSNM OF SPLFHIST-REC NOT = BRK-SYSNM
              OR OUTQNM  OF SPLFHIST-REC NOT = BRK-OUTQNM
              OR OUTQLIB OF SPLFHIST-REC NOT = BRK-OUTQLIB
                 PERFORM 2800-WRITE-DATE-LINE
                 PERFORM 2900-WRITE-GROUP-TOTAL
       2200-START-QUEUE-GROUP.

           SET NOT-FIRST-GROUP TO TRUE.
           MOVE SNPSYSNM OF SPLFHIST-REC TO BRK-SYSNM.
           MOVE OUTQNM  OF SPLFHIST-REC TO BRK-OUTQNM.
           MOVE OUTQLIB OF SPLFHIST-REC TO BRK-OUTQLIB.
           MOVE SNPDATE OF SPLFHIST-REC TO BRK-SNPDATE.
                          WS-GRP-COUNT WS-GRP-PAGES WS-GRP-SIZE.

           MOVE SPACES TO GRP-KEY.
           MOVE 1      TO WS-KEY-PTR.
           PERFORM 2250-STRING-SYSTEM.
           STRING BRK-OUTQLIB DELIMITED BY SPACE "/" DELIMITED BY SIZE
                  BRK-OUTQNM  DELIMITED BY SPACE
              INTO GRP-KEY
              WITH POINTER WS-KEY-PTR
           END-STRING.
           MOVE SPACES   TO TRENDLST-REC.
           MOVE GRP-LINE TO TRENDLST-REC.
           WRITE TRENDLST-REC.

      ******************************************************************
      *
      * "SYSNM:" ahead of the group key - left off for a row with no
      * system name (history taken before rows were stamped).
      *
      ******************************************************************

       2250-STRING-SYSTEM.

           IF BRK-SYSNM NOT = SPACES
              STRING BRK-SYSNM DELIMITED BY SPACE
                     ":"       DELIMITED BY SIZE
                 INTO GRP-KEY
                 WITH POINTER WS-KEY-PTR
              END-STRING
           END-IF.

      ******************************************************************

       3000-TREND-BY-USER.
           IF FIRST-GROUP
              PERFORM 3200-START-USER-GROUP
           ELSE
              IF SNPSYSNM OF SPLFHIST-REC NOT = BRK-SYSNM
              OR USERNM OF SPLFHIST-REC NOT = BRK-USERNM
                 PERFORM 2800-WRITE-DATE-LINE
                 PERFORM 2900-WRITE-GROUP-TOTAL
                 PERFORM 3200-START-USER-GROUP
       3200-START-USER-GROUP.

           SET NOT-FIRST-GROUP TO TRUE.
           MOVE SNPSYSNM OF SPLFHIST-REC TO BRK-SYSNM.
           MOVE USERNM  OF SPLFHIST-REC TO BRK-USERNM.
           MOVE SNPDATE OF SPLFHIST-REC TO BRK-SNPDATE.
           MOVE ZEROES TO WS-DTE-COUNT WS-DTE-PAGES WS-DTE-SIZE
                          WS-GRP-COUNT WS-GRP-PAGES WS-GRP-SIZE.

           MOVE SPACES TO GRP-KEY.
           MOVE 1      TO WS-KEY-PTR.
           PERFORM 2250-STRING-SYSTEM.
           STRING BRK-USERNM DELIMITED BY SPACE
              INTO GRP-KEY
              WITH POINTER WS-KEY-PTR
           END-STRING.
           MOVE SPACES     TO TRENDLST-REC.
           MOVE GRP-LINE   TO TRENDLST-REC.
           WRITE TRENDLST-REC.
      ******************************************************************
      *
      * Long view from the SPLFHSTSM monthly aggregates the
      * summarization run maintains - one line per system, month,
      * queue and user, grouped by system and month in key order.
      * This is where the
      * history the detail no longer carries comes back.
      *
      ******************************************************************
           WRITE TRENDLST-REC.

           MOVE ZEROES TO BRK-YYMM.
           MOVE SPACES TO BRK-SYSNM.
           OPEN INPUT SPLFHSTSM.

           MOVE LOW-VALUES TO SMKEY OF SPLFHSTSM-REC.

       4100-WRITE-HISTORY-LINE.

           IF SMYYMM  OF SPLFHSTSM-REC NOT = BRK-YYMM
           OR SMSYSNM OF SPLFHSTSM-REC NOT = BRK-SYSNM
              MOVE SMYYMM  OF SPLFHSTSM-REC TO BRK-YYMM
              MOVE SMSYSNM OF SPLFHSTSM-REC TO BRK-SYSNM
              MOVE SPACES TO GRP-KEY
              MOVE 1      TO WS-KEY-PTR
              PERFORM 2250-STRING-SYSTEM
              STRING "MONTH " DELIMITED BY SIZE
                     BRK-YYMM DELIMITED BY SIZE
                 INTO GRP-KEY
                 WITH POINTER WS-KEY-PTR
              END-STRING
              MOVE SPACES   TO TRENDLST-REC
              MOVE GRP-LINE TO TRENDLST-REC
