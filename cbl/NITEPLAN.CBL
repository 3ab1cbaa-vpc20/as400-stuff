
       1100-TALLY-HISTORY-ROW.

      *          A step skipped ("L") or failed ("F") on a held
      *          lock never started - averaging it in as a zero-
      *          minute run would pull the estimates early.

           IF HSTSTRTS OF BATCHHST-REC(1:14) IS NUMERIC
           AND HSTENDTS OF BATCHHST-REC(1:14) IS NUMERIC
           AND HSTOUTCOME OF BATCHHST-REC NOT = "L"
           AND HSTOUTCOME OF BATCHHST-REC NOT = "F"
              COMPUTE WS-STR-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(HSTSTRTS OF BATCHHST-REC(1:8)))
              COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(
