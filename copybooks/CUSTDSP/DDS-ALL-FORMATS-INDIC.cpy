      *****************************************************************
      * CUSTDSP - response/control indicators shared by REC1 and REC2.
      * IN96 invalid status/reason combination, IN97 action refused
      * because the customer is under legal, credit or payment hold
      * (status "L"/"H"/"P"), IN98 city required
      * (IN93 is street required, the old address-required role).
      *****************************************************************
           05  INXX                PIC 1.
      *    function (AUTHFNC).
           05  IN89                PIC 1.
           05  IN75                PIC 1.
      *    IN86 - change refused: a name/status change for this
      *    customer is already waiting for approval (CUSTPCHPF), or
      *    the PCHID number series is missing.
           05  IN86                PIC 1.
      *    IN87 - name/status change filed for a second user's
      *    approval (CUSTAPRCBL); the rest of the change is applied.
           05  IN87                PIC 1.
      *    IN91 - credit limit negative, or warning percentage over
      *    100.
           05  IN91                PIC 1.
           05  IN92                PIC 1.
           05  IN93                PIC 1.
           05  IN94                PIC 1.
