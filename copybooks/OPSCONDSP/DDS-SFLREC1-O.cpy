      * SFL-OPT "A" against an ALERT line acknowledges the alert;
      * SFL-ALID is the hidden ALERTLOG id carried back for it
      * (zero on the non-alert status lines).
      * SFL-OPT "5" against a step line shows the job log captured
      * for the step's last run (STEPMSGINQ); SFL-RUNID is the
      * hidden run id carried back for it (zero on other lines).
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-ATTN            PIC X(1).
               10  SFL-STATUS          PIC X(12).
               10  SFL-DETAIL          PIC X(50).
               10  SFL-ALID            PIC 9(6).
               10  SFL-RUNID           PIC 9(6).
