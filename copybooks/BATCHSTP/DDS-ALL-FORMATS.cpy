      *    run-context parameter shapes - the FTP-generation family
      *    stays inline.
           05  STPGROUP            PIC X(10)    VALUE SPACES.
      *    STPSCOPE - which spool snapshot a snapshot-reading step
      *    reports on: blank is this partition's SPLFOUTF, "C" the
      *    company-wide SPLFCONF that SPLFCONCBL consolidates from
      *    the sister partitions. Honoured by OUTQMONCBL, AGEDSPLF
      *    and SPLFACCCBL; a "C" row must follow the SPLFCONCBL
      *    step (STPPRED). Other programs ignore it.
           05  STPSCOPE            PIC X(1)     VALUE SPACES.
      *    STPLCKWT/STPLCKACT - before the step starts the driver
      *    checks the files BATCHLCK lists for the step for locks
      *    held by any other job, re-checking every minute for up
      *    to STPLCKWT minutes (zero - one check, no wait). Still
      *    locked, a STEPLOCK alert names the holding job and user
      *    and the step is not started: STPLCKACT "F" fails it and
      *    ends the chain, anything else ("S") skips it and the
      *    chain goes on (steps naming it as STPPRED are held).
           05  STPLCKWT            PIC 9(3)     VALUE ZEROES.
           05  STPLCKACT           PIC X(1)     VALUE "S".
