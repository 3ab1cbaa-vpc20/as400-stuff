      *****************************************************************
      * LGLHLDPF - legal hold register, keyed by hold number. A hold
      * preserves everything it covers against every retention,
      * purge and erasure process (CUSTRETCBL, SPLFPRGE, SPLFLCYCBL,
      * AUDARCCBL, CUSTERSCBL), which ask the shared LGLHLDSVC
      * before touching anything:
      *
      *    HLDTYPE "C" - one customer, HLDCUSTNO: the customer
      *                  record, its contacts and notes, and its
      *                  audit history;
      *    HLDTYPE "R" - a report, HLDSPLFNM + HLDUSRDTA (blank user
      *                  data = every report of that name): the
      *                  spooled file and its archived text;
      *    HLDTYPE "D" - a date range, HLDFROMDT to HLDTODT, over
      *                  the items HLDSCOPE names - "C" customers
      *                  (by last change), "R" reports (by creation
      *                  date), "A" audit entries (by AUDTS), "*" all
      *                  three.
      *
      * HLDMATTER is Legal's matter reference. HLDRLSDT is the date
      * Legal expects to lift the hold - a review date only: the hold
      * stays in force until it is released on LGLHLDMNT under the
      * LGLHLDRLS authority, so no date can lift it unattended.
      * Released holds stay on file, HLDSTAT "R", with who released
      * them and when.
      *****************************************************************
           05  HLDID               PIC 9(6).
           05  HLDTYPE             PIC X(1).
           05  HLDCUSTNO           PIC 9(6)     VALUE ZEROES.
           05  HLDSPLFNM           PIC X(10)    VALUE SPACES.
           05  HLDUSRDTA           PIC X(10)    VALUE SPACES.
           05  HLDFROMDT           PIC 9(8)     VALUE ZEROES.
           05  HLDTODT             PIC 9(8)     VALUE ZEROES.
           05  HLDSCOPE            PIC X(1)     VALUE SPACES.
           05  HLDMATTER           PIC X(20).
           05  HLDRLSDT            PIC 9(8)     VALUE ZEROES.
           05  HLDSTAT             PIC X(1)     VALUE "A".
           05  HLDADDBY            PIC X(10).
           05  HLDADDTS            PIC X(21).
           05  HLDRLSBY            PIC X(10)    VALUE SPACES.
           05  HLDRLSTS            PIC X(21)    VALUE SPACES.
