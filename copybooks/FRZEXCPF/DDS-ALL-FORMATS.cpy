      *****************************************************************
      * FRZEXCPF - change-freeze exception log, written by FRZCHKSVC
      * for every update a maintenance screen attempted on a file
      * under a freeze. FXRESULT "E" - made as an emergency change
      * (the user holds the FRZEMERG function on AUTHFNC and keyed
      * FXREASON); "R" - refused. Listed by FRZEXCRPT.
      *****************************************************************
           05  FXTS                PIC X(21).
           05  FXFRZID             PIC 9(6).
           05  FXFILE              PIC X(10).
           05  FXKEY               PIC X(20).
           05  FXMODE              PIC X(7).
           05  FXPGM               PIC X(10).
           05  FXUSER              PIC X(10).
           05  FXRESULT            PIC X(1).
           05  FXREASON            PIC X(40).
