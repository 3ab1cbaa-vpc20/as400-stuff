      *****************************************************************
      * BATCHLCK - files a chain step needs to itself, keyed step
      * name (the BATCHSTP STPNAME) + file. NITEBATCH checks each
      * listed file for locks held by other jobs before starting
      * the step - a CUSTCBL or DFU session left on CUSTPF or
      * AUDITTRL overnight then costs a skipped or failed step with
      * the holder named, not a step that dies half way through.
      * LKLIB blank means the file is found on the chain job's
      * library list. How long to wait and what to do when the
      * lock does not clear are the step's STPLCKWT/STPLCKACT.
      * Rows are data entry (the AUTHFNC pattern), not a program
      * change; a step with no rows is not checked.
      *****************************************************************
           05  LKKEY.
               10  LKSTEP          PIC X(10).
               10  LKFILE          PIC X(10).
           05  LKLIB               PIC X(10)    VALUE SPACES.
