      *****************************************************************
      * CUSTERSPF - personal-data erasure register, one row per
      * customer who has invoked their privacy rights. CUSTERSREG
      * files the row ("P" pending) with the privacy officer's
      * reference; the CUSTERSCBL batch anonymizes every file that
      * holds the customer's name, address, phone or note text,
      * prints the certificate and marks the row done ("D") with
      * the number of rows and audit entries it scrubbed. The row
      * itself holds no personal data - it is the proof the
      * erasure was asked for and carried out.
      *****************************************************************
           05  ERSCUSTNO           PIC 9(6).
           05  ERSSTAT             PIC X(1)     VALUE "P".
           05  ERSREF              PIC X(20).
           05  ERSREQUSER          PIC X(10).
           05  ERSREQTS            PIC X(21).
           05  ERSDONETS           PIC X(21)    VALUE SPACES.
           05  ERSROWS             PIC 9(7)     VALUE ZEROES.
           05  ERSAUDITS           PIC 9(7)     VALUE ZEROES.
