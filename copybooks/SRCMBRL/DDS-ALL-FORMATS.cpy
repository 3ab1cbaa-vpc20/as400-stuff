           05  MLSRCFIL            PIC X(10).
           05  MLSRCLIB            PIC X(10).
           05  MLMBR               PIC X(10).
      * MLCHGC/MLCHGD/MLCHGT - the member's last change (century
      * digit, YYMMDD, HHMMSS) from the same *MBRLIST outfile, read
      * by the source-to-object check; the copybook scan ignores
      * them.
           05  MLCHGC              PIC X(1).
           05  MLCHGD              PIC X(6).
           05  MLCHGT              PIC X(6).
