      * finds its last-run step still marked "R" (running, never
      * reached "C") on the next submission and redoes just that step
      * onward, instead of re-running the whole chain or letting
      * KIFTPGEN run against a stale/half-built SPLFOUTF. "F" marks
      * a step failed before it started because a BATCHLCK file
      * stayed locked; the next submission runs it like an "R".
      *****************************************************************
           05  CHKSTEP             PIC X(10).
           05  CHKSTAT             PIC X(01).
      *    (step names are unique across the registry, so CHKSTEP
      *    stays the key).
           05  CHKCHAIN            PIC X(10)    VALUE SPACES.
      *    CHKJOBNM/CHKJOBUS/CHKJOBNO - the job that last marked the
      *    step running (the driver's own job for an inline step,
      *    the submitted NITESTEP job for a group member), so a
      *    step that does not end cleanly can have its job log
      *    found and captured.
           05  CHKJOBNM            PIC X(10)    VALUE SPACES.
           05  CHKJOBUS            PIC X(10)    VALUE SPACES.
           05  CHKJOBNO            PIC X(6)     VALUE SPACES.
