      *****************************************************************
      * STEPMSGPF - job log messages of a chain step that did not end
      * cleanly, captured by STEPMSGSVC from the job that ran it (the
      * job recorded on the step's BATCHCHK row) so the on-call
      * person need not find the job and hope its log was kept.
      * Keyed by run id, step and sequence; sequence 1 is the NEWEST
      * message - the failure is at the end of a job log, so it
      * reads first. A recapture for the same run id and step
      * replaces the earlier one. SMSEV is the message severity,
      * SMTYPE the job log message type ("15" escape, "02"
      * diagnostic, "04" informational ...), SMSNTDT/SMSNTTM when it
      * was sent (CYYMMDD / HHMMSS as the job log gives them).
      * BATCHRPT prints the most severe under the failed step and
      * OPSCONCBL option 5 shows the whole capture (STEPMSGINQ).
      *****************************************************************
           05  SMKEY.
               10  SMRUNID         PIC 9(6).
               10  SMSTEP          PIC X(10).
               10  SMSEQ           PIC 9(4).
           05  SMRUNDT             PIC 9(8).
           05  SMMSGID             PIC X(7).
           05  SMSEV               PIC 9(2).
           05  SMTYPE              PIC X(2).
           05  SMSNDPGM            PIC X(10).
           05  SMSNTDT             PIC X(7).
           05  SMSNTTM             PIC X(6).
           05  SMTEXT              PIC X(256).
           05  SMJOBNM             PIC X(10).
           05  SMJOBUS             PIC X(10).
           05  SMJOBNO             PIC X(6).
           05  SMCAPTS             PIC X(21).
