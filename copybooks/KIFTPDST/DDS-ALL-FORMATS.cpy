      *    same-count content change rides along until the partner
      *    asks for a full send, which "N" on this flag delivers.
           05  DSTINCR             PIC X(1)     VALUE "N".
      *    Credential rotation policy for the profile's KIFTPCRD
      *    logon. DSTPWMAXD - maximum password age in days (zero =
      *    no rotation policy for this partner); DSTPWWRND - days
      *    ahead of expiry KIFTPROTC starts warning; DSTPWHIST - how
      *    many previous passwords KIFTPCRDM refuses to take back
      *    (zero = the shop default of 5).
           05  DSTPWMAXD           PIC 9(3)     VALUE ZEROES.
           05  DSTPWWRND           PIC 9(3)     VALUE ZEROES.
           05  DSTPWHIST           PIC 9(2)     VALUE ZEROES.
