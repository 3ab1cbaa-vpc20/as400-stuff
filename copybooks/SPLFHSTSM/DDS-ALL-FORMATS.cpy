      *****************************************************************
      * SPLFHSTSM - monthly aggregates rolled up from SPLFHIST
      * detail by the SPLFHSTSUM summarization run, keyed system +
      * month + output queue + user: snapshot-row count, pages, and
      * size (already multiplied out to bytes) for everything that
      * user spooled on that queue on that partition in that month -
      * SMSYSNM is the SPLFHIST SNPSYSNM, so the partitions stay
      * separable here as they are in the detail. The trend report
      * reads detail for recent dates and these rows for history, so
      * the history file stops growing by the whole spool population
      * every night.
      *****************************************************************
           05  SMKEY.
               10  SMSYSNM         PIC X(8).
               10  SMYYMM          PIC 9(6).
               10  SMOUTQNM        PIC X(10).
               10  SMOUTQLIB       PIC X(10).
