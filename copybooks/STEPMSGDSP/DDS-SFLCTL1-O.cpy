      *****************************************************************
      * STEPMSGDSP SFLCTL1-O - captured job log of one chain step:
      * the step and run id asked for, the job the messages came
      * from, when they were captured and how many there are.
      *****************************************************************
           05  SFLCTL1.
               10  SM-STEP             PIC X(10).
               10  SM-RUNID            PIC 9(6).
               10  SM-RUNDT            PIC 9(8).
               10  SM-JOB              PIC X(28).
               10  SM-CAPTS            PIC X(14).
               10  SM-COUNT            PIC 9(4).
