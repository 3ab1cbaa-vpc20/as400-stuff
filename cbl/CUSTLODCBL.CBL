      *  already on file, and the same keyed name-range duplicate
      *  check as 2150-CHECK-DUPLICATE-CUST - writes the
      *  clean records with CUSTSTAT "A" and one AUDITLOG entry each,
      *  assigns each its sales territory through CUSTTERSVC,
      *  and prints a reject report with the reason for the rest.
      *  The screen's press-Enter-again duplicate confirmation has no
      *  batch equivalent, so a duplicate here is a straight reject
           05  MKSVC-STREET                PIC X(30).
           05  MKSVC-KEY                   PIC X(20).

       01  TERSVC-PARM.
           05  TERSVC-CUSTNO               PIC 9(6).
           05  TERSVC-POST                 PIC X(10).
           05  TERSVC-SRC                  PIC X(1).
           05  TERSVC-TERR                 PIC X(10).
           05  TERSVC-REP                  PIC X(10).
           05  TERSVC-OLD-TERR             PIC X(10).
           05  TERSVC-OLD-REP              PIC X(10).
           05  TERSVC-STAT                 PIC X(1).

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
           MOVE CUSTSTREET OF CUSTPF-REC TO MKSVC-STREET.
           CALL "CUSTMKSVC" USING MKSVC-PARM.

      *          And the territory assignment the screen's add path
      *          makes, so the new customer has a rep from day one.
           MOVE CUSTNO   OF CUSTPF-REC TO TERSVC-CUSTNO.
           MOVE CUSTPOST OF CUSTPF-REC TO TERSVC-POST.
           MOVE "A"                   TO TERSVC-SRC.
           CALL "CUSTTERSVC" USING TERSVC-PARM.

      *================================================================

       2100-WRITE-AUDITTRL.
