      *  AFACT "Y" allows, nothing refuses. Every refusal is logged
      *  through AUDITLOG with the user and function, so the
      *  auditors see attempted actions beside performed ones - the
      *  caller only has to honor AUTH-STAT. Every function allowed
      *  is recorded through USGLOGSVC, so USGRPTCBL can show the
      *  grants nobody exercises.
      *
      *  AUTHFNC is opened on the first call and left open, the
      *  BUSDAYSVC convention for services called per keystroke.
           05  AUDLOG-BEF-DATA             PIC X(60).
           05  AUDLOG-AFT-DATA             PIC X(60).

       01  USGLOG-PARM.
           05  USGLOG-ACTION               PIC X(1).
           05  USGLOG-PGM                  PIC X(10).
           05  USGLOG-FUNC                 PIC X(10).
           05  USGLOG-STRTS                PIC X(21).
           05  USGLOG-ADDS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-CHGS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-DLTS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-INQS                 PIC 9(5)  VALUE ZEROES.

       LINKAGE SECTION.

       01  AUTHCHK-PARM.

           IF FUNC-ALLOWED
              MOVE "Y" TO AUTH-STAT
              MOVE "A"       TO USGLOG-ACTION
              MOVE SPACES    TO USGLOG-PGM
              MOVE AUTH-FUNC TO USGLOG-FUNC
              CALL "USGLOGSVC" USING USGLOG-PARM
           ELSE
              MOVE "N" TO AUTH-STAT
              PERFORM 1000-AUDIT-REFUSAL
