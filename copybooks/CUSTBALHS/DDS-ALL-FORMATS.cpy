      *****************************************************************
      * CUSTBALHS - dated customer balance history, keyed run date +
      * CUSTNO. CUSTBALCBL overwrites CUSTBALPF every night, so each
      * applied feed row is also kept here under the nightly run
      * date, with billing's own as-of date alongside; a rerun of
      * the same night replaces the same rows. This is the file that
      * answers "what did we owe on the 3rd" - the CUSTBALMOV
      * movement report reads it night against prior business day.
      *****************************************************************
           05  BHKEY.
               10  BHDATE          PIC 9(8).
               10  BHCUSTNO        PIC 9(6).
           05  BHAMT               PIC S9(9)V99 PACKED-DECIMAL.
           05  BHASOF              PIC 9(8).
           05  BHUPDTS             PIC X(21).
