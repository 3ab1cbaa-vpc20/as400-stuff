      *****************************************************************
      * SPLFVAL - report values pulled by SPLFVALX from newly
      * archived reports under the SPLFVRUL rules, keyed report
      * name + value name + the report's creation date/time + the
      * archive's INTJOBID/INTSPLFID, so every run of a report keeps
      * its own figure and the values of one business day sort
      * together for the SPLFVALR pair reconciliation. VLCRTDATE is
      * the spooled file's CYYMMDD creation date. VLSTAT "Y" the
      * printed text read as a number into VLAMT, "E" it did not
      * (VLRAW shows what was there, VLAMT zero).
      *****************************************************************
           05  VLKEY.
               10  VLRPTNM         PIC X(10).
               10  VLVALNM         PIC X(10).
               10  VLCRTDATE       PIC X(7).
               10  VLCRTTIME       PIC X(6).
               10  VLJOBID         PIC X(16).
               10  VLSPLFID        PIC X(16).
           05  VLAMT               PIC S9(13)V99 PACKED-DECIMAL.
           05  VLRAW               PIC X(30).
           05  VLSTAT              PIC X(1).
           05  VLLINESEQ           PIC 9(7).
           05  VLPRGDT             PIC 9(8).
           05  VLEXTTS             PIC X(21).
