      *****************************************************************
      * KIFTPMSUM - monthly transfer summary per FTP destination
      * profile, written by KIFTPMRPT and keyed month (CCYYMM) +
      * profile. Kept apart from KIFTPSTS/KIFTPDEF so the partner
      * trend survives LOGRETCBL's housekeeping, and read by the
      * operations scorecard for the month's SLA breaches; a re-run
      * of a month replaces its rows. Profile "*NONE" holds files
      * on no KIFTPDSF member list (the single-destination path).
      *
      *   MSFILES    puts completed (KIFTPSTS "Y")
      *   MSRECS     records on the completed puts (STSRECCNT)
      *   MSFAIL     puts failed (KIFTPSTS "N")
      *   MSRETRY    puts of a file whose previous put had failed -
      *              the KIFTPRCN retry script's work
      *   MSDEFER    sections deferred by the transfer window
      *   MSACKED    completed puts acknowledged, of which
      *   MSMISM     with a count mismatch ("M")
      *   MSAVGMIN/  average and worst minutes from the put to the
      *   MSWORSTMIN partner's acknowledgment
      *   MSSLAHRS   the profile's DSTSLAHRS when the month ran
      *   MSBREACH   acknowledged later than DSTSLAHRS, or still
      *              unacknowledged past it at the time of the run
      *   MSUNACK    completed puts still awaiting acknowledgment
      *****************************************************************
           05  MSKEY.
               10  MSMONTH         PIC 9(6).
               10  MSPROF          PIC X(10).
           05  MSFILES             PIC 9(7).
           05  MSRECS              PIC 9(11).
           05  MSFAIL              PIC 9(7).
           05  MSRETRY             PIC 9(7).
           05  MSDEFER             PIC 9(7).
           05  MSACKED             PIC 9(7).
           05  MSMISM              PIC 9(7).
           05  MSAVGMIN            PIC 9(7).
           05  MSWORSTMIN          PIC 9(7).
           05  MSSLAHRS            PIC 9(3).
           05  MSBREACH            PIC 9(7).
           05  MSUNACK             PIC 9(7).
           05  MSRUNTS             PIC X(21).
