           05  ODOBTX              PIC X(50).
           05  ODCDAT              PIC X(7).
           05  ODUDAT              PIC X(7).
      * ODSRCF/ODSRCL/ODSRCM (the source file, library and member
      * the object was created from) and ODSRCD/ODSRCT (that
      * member's last-change date CYYMMDD and time HHMMSS as the
      * compile saw it) joined the subset for the source-to-object
      * check; they are only filled by a DETAIL(*SERVICE) pre-build.
           05  ODSRCF              PIC X(10).
           05  ODSRCL              PIC X(10).
           05  ODSRCM              PIC X(10).
           05  ODSRCD              PIC X(7).
           05  ODSRCT              PIC X(6).
      * ODSDAT/ODSTIM (the date CYYMMDD and time HHMMSS the object
      * was last saved, blank if never), ODSCMD (the command that
      * saved it) and ODLDAT/ODLTIM (its last change date and time)
      * joined the subset for the backup coverage check; they are
      * filled by a DETAIL(*FULL) build.
           05  ODSDAT              PIC X(7).
           05  ODSTIM              PIC X(6).
           05  ODSCMD              PIC X(10).
           05  ODLDAT              PIC X(7).
           05  ODLTIM              PIC X(6).
