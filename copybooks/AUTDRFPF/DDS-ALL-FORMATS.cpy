      *****************************************************************
      * AUTDRFPF - object authority exposure on the application
      * files, kept by AUTDRFCBL, keyed library + file + user
      * profile ("*PUBLIC" for the public authority). One row per
      * authority beyond *USE: ADOBJA the summary authority, ADDTAUT
      * the add/update/delete data authorities held ("A", "U", "D"
      * in place, "-" when not held), ADOWNER "Y" for the file's
      * owner, ADGRANT "N" when a private profile with data
      * authority holds no AUTHFNC grant for any function that
      * maintains the file ("Y" when it does, blank for *PUBLIC or
      * no data authority). ADFIRST is the run that first found the
      * exposure, ADLAST the latest run that still found it; a row
      * that stops being found is removed, so a later re-grant
      * reports as new again.
      *****************************************************************
           05  ADKEY.
               10  ADLIB           PIC X(10).
               10  ADFILE          PIC X(10).
               10  ADUSER          PIC X(10).
           05  ADOBJA              PIC X(8).
           05  ADDTAUT             PIC X(3).
           05  ADOWNER             PIC X(1).
           05  ADGRANT             PIC X(1).
           05  ADFIRST             PIC 9(8).
           05  ADLAST              PIC 9(8).
           05  ADRUNID             PIC 9(6).
