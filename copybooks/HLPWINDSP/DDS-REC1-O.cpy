      *****************************************************************
      * HLPWINDSP REC1-O - the field help window (DDS WINDOW
      * keyword) HLPWINSVC shows over the calling screen. WIN-FIELD
      * is the field the cursor was on, WIN-SOURCE says where the
      * text came from; Enter or F12 closes the window.
      *****************************************************************
           05  WIN-FIELD           PIC X(10).
           05  WIN-SOURCE          PIC X(40).
           05  WIN-LINE01          PIC X(60).
           05  WIN-LINE02          PIC X(60).
           05  WIN-LINE03          PIC X(60).
           05  WIN-LINE04          PIC X(60).
           05  WIN-LINE05          PIC X(60).
           05  WIN-LINE06          PIC X(60).
           05  WIN-LINE07          PIC X(60).
           05  WIN-LINE08          PIC X(60).
           05  WIN-LINE09          PIC X(60).
           05  WIN-LINE10          PIC X(60).
