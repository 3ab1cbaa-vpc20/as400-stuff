           05  WHFLDB              PIC 9(5).
           05  WHFLDD              PIC 9(3).
           05  WHFLDP              PIC 9(2).
      * WHIBO (the field's position in the record buffer) joined
      * for the outbound formatter, which reads the described
      * file's records as a flat buffer and picks each field out
      * by position and length.
           05  WHIBO               PIC 9(5).
