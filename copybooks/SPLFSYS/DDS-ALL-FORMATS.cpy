      *****************************************************************
      * SPLFSYS - sister partitions whose spool snapshots SPLFCONCBL
      * consolidates, keyed by system name (the JOBSYSNM that
      * partition's own snapshot rows carry). Each partition sends
      * its SPLFOUTF in over the inbound FTP path (a KIFTPEXP row
      * on its KIFTPINB profile, SYSPROF); SYSFILE/SYSLIB name the
      * file that verify mode moves it into, and the KIFTPDLV
      * landing SPLFCONCBL looks for as proof the night's copy came
      * in. SYSACT "N" leaves a partition out without losing the
      * row. SYSLSTDT/SYSLSTCNT/SYSLSTTS are maintained by
      * SPLFCONCBL: the run date whose rows were last
      * merged into SPLFHIST (the guard against a rerun appending
      * the same night twice), how many there were, and when - a
      * landing must be later than SYSLSTTS to count as new. Rows
      * are data entry (the CODETBLMNT pattern).
      *****************************************************************
           05  SYSNM               PIC X(8).
           05  SYSDESC             PIC X(30).
           05  SYSFILE             PIC X(10).
           05  SYSLIB              PIC X(10).
           05  SYSPROF             PIC X(10).
           05  SYSACT              PIC X(1)     VALUE "Y".
           05  SYSLSTDT            PIC 9(8)     VALUE ZEROES.
           05  SYSLSTCNT           PIC S9(7)    VALUE ZEROES.
           05  SYSLSTTS            PIC X(21)    VALUE SPACES.
