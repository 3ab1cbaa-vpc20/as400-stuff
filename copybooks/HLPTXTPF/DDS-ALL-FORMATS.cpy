      *****************************************************************
      * HLPTXTPF - operator field help, keyed by display file and
      * the DDS field name on it, up to ten 60-character lines per
      * field in HTSEQ order. Shown in a window by HLPWINSVC when
      * F1 is pressed on the field; maintained on HLPTXTMNT. A
      * field with no rows here falls back to its XDICTPF
      * data-dictionary description.
      *****************************************************************
           05  HTKEY.
               10  HTDSPF          PIC X(10).
               10  HTFLD           PIC X(10).
               10  HTSEQ           PIC 9(2).
           05  HTTEXT              PIC X(60).
