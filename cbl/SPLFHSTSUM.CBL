      *  night, and the trend report already took visibly longer
      *  each month. Detail rows whose SNPDATE is on or before the
      *  caller's cutoff are rolled into the SPLFHSTSM monthly
      *  aggregates (per system, month, queue, and user - the
      *  sister partitions' rows stay apart from this system's; size
      *  multiplied out to bytes on the way in) and removed; the
      *  kept rows pass through the SPLFHSTWK work file and are
      *  written back into a re-created, small SPLFHIST - the
      *  AUDARCCBL cutover shape. Every run writes a SPLFHSCTL
      *  control-total record proving read = summarized + kept and
      *  kept = written back.
      *  Safe to rerun: an aggregate month simply accumulates, and
      *  a detail row exists exactly once.
      ******************************************************************
           COMPUTE WS-ROW-BYTES = SPLSIZE   OF SPLFHIST-REC
                                * SPLSZMULT OF SPLFHIST-REC.

           MOVE SNPSYSNM OF SPLFHIST-REC
                                        TO SMSYSNM   OF SPLFHSTSM-REC.
           MOVE SNPDATE OF SPLFHIST-REC(1:6)
                                        TO SMYYMM    OF SPLFHSTSM-REC.
           MOVE OUTQNM  OF SPLFHIST-REC TO SMOUTQNM  OF SPLFHSTSM-REC.
              REWRITE SPLFHSTSM-REC
           ELSE
              INITIALIZE SPLFHSTSM-REC
              MOVE SNPSYSNM OF SPLFHIST-REC
                 TO SMSYSNM OF SPLFHSTSM-REC
              MOVE SNPDATE OF SPLFHIST-REC(1:6)
                 TO SMYYMM OF SPLFHSTSM-REC
              MOVE OUTQNM  OF SPLFHIST-REC
