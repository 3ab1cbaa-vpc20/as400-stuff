      *****************************************************************
      * CHGTKTPF - change ticket register, one row per change ticket
      * keyed by TKID, maintained on CHGTKTMNT. The objects the
      * ticket expects to change are on CHGTKTOBJ. TKPKTTGT/TKPKTTYP
      * /TKPKTDATE name the XIMPCTCBL impact packet run for it
      * (target, "F" field or "L" file, run date). TKAPPROVER is the
      * second user who approved it - never TKREQUSER. TKSTAT "O"
      * open, "A" approved, "V" verified by CHGTKTVFY against
      * PGMFINVH generation TKVFYGEN; changing an approved ticket
      * withdraws the approval, a verified one is closed.
      *****************************************************************
           05  TKID                PIC X(10).
           05  TKTITLE             PIC X(40).
           05  TKREQUSER           PIC X(10).
           05  TKCRTTS             PIC X(21).
           05  TKPLANDT            PIC 9(8).
           05  TKPKTTGT            PIC X(10).
           05  TKPKTTYP            PIC X(1).
           05  TKPKTDATE           PIC 9(8).
           05  TKAPPROVER          PIC X(10).
           05  TKAPRTS             PIC X(21).
           05  TKSTAT              PIC X(1)     VALUE "O".
           05  TKVFYGEN            PIC 9(8)     VALUE ZEROES.
           05  TKVFYTS             PIC X(21).
