      *****************************************************************
      * CUSTTERPF - sales territory postal code ranges, keyed by the
      * first postal code of the range. A customer whose CUSTPOST
      * falls between TRPOSTFR and TRPOSTTO (inclusive, compared as
      * text, so the ranges must be keyed in the same format as the
      * addresses) belongs to TRTERR and is worked by TRREP. Ranges
      * never overlap - CUSTTERMNT refuses one that would - so a
      * postal code has at most one territory. TRTERR is on the
      * TERRITORY code table. Read by the CUSTTERSVC routine.
      *****************************************************************
           05  TRPOSTFR            PIC X(10).
           05  TRPOSTTO            PIC X(10).
           05  TRTERR              PIC X(10).
           05  TRREP               PIC X(10).
           05  TRREPNM             PIC X(30).
           05  TRCHGTS             PIC X(21).
