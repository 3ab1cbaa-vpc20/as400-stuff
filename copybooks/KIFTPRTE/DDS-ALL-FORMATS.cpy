      *****************************************************************
      * KIFTPRTE - inbound file routing, keyed profile + file: for
      * each file a KIFTPEXP profile brings in, the program that
      * consumes it and the nightly chain step that must not run
      * before it has arrived.
      *
      *   RTEPGM   program KIFTPDISP calls as soon as KIFTPINB has
      *            verified the landing and moved it to production;
      *            blank - no program, the file is only waited for
      *   RTEPARM  the program's linkage: "N" none (CUSTLODCBL,
      *            KIFTPACKC), "R" run date + run id (CUSTBALCBL,
      *            CUSTCRMCBL)
      *   RTESTEP  BATCHSTP step name held by NITEBATCH until a
      *            delivery of this file is in and processed; blank
      *            - no chain step waits for it
      *   RTEWAIT  minutes the chain waits for a late file before
      *            holding the step and raising an INBLATE alert
      *   RTEACT   "Y" active
      *
      * Route a file to a program or to a step that reads it, not
      * both - a step and a program processing the same delivery
      * would apply it twice.
      *****************************************************************
           05  RTEKEY.
               10  RTEPROF         PIC X(10).
               10  RTEFILE         PIC X(10).
           05  RTEPGM              PIC X(10).
           05  RTEPARM             PIC X(1).
           05  RTESTEP             PIC X(10).
           05  RTEWAIT             PIC 9(3).
           05  RTEACT              PIC X(1).
