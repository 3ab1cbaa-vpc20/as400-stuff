      *    CUSTMASSCH - CUSTMCHCBL mass change
      *    PURGERULE  - SPLFPROMNT purge-protection maintenance
      *    CRDROTATE  - KIFTPCRDM credential rotation
      *    CUSTERASE  - CUSTERSREG personal-data erasure request
      *    CUSTAPPR   - CUSTAPRCBL approval of pending name/status
      *                 changes and merges
      *    CUSTCONFRM - CUSTCFMCBL recording of customers' replies
      *                 to the year-end balance confirmations
      *    CUSTCRMRES - CUSTCRQCBL resolution of queued CRM change
      *                 conflicts
      *    LGLHLDRLS  - LGLHLDMNT release of a legal hold
      *    FRZCAL     - FRZCALMNT change-freeze calendar
      *    FRZEMERG   - emergency change under a freeze (FRZCHKSVC)
      *    LEAVER     - LEAVREG filing and confirmation of leavers
      *
      * Checked through the AUTHCHKSVC call, which logs every
      * refusal to AUDITTRL so attempted actions are as auditable
      * as performed ones. Rows are data entry (the CODETBLMNT
      * pattern), not a program change. Each function's program is
      * registered on CODETBL table "FNCPGM" (code the function,
      * description the program name) so AUTDRFCBL can tell which
      * grants cover which files.
      *****************************************************************
           05  AFKEY.
               10  AFUSER          PIC X(10).
