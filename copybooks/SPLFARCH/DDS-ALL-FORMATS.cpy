      *    text lives offline. ARCOFFDT is the offload run date.
           05  ARCOFFSTAT          PIC X(1)     VALUE "N".
           05  ARCOFFDT            PIC 9(8)     VALUE ZEROES.
      *    ARCUSRDTA is the spooled file's user data, carried so a
      *    legal hold naming a report by name and user data can be
      *    matched against the archive as well as the live queue.
           05  ARCUSRDTA           PIC X(10)    VALUE SPACES.
