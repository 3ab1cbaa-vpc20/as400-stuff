      *****************************************************************
      * KIFTPFMT - outbound format definition per FTP destination
      * profile and member file, keyed profile + file. A KIFTPDSF
      * member with an active row here is not put byte for byte:
      * KIFTPFMTC builds the partner's copy first - CSV, delimited
      * or fixed width, the fields and their order from KIFTPFMF,
      * each field's attributes from the file's own DSPFFD
      * definition - and KIFTPGEN puts that copy under the file's
      * name. No row (or FMTACT "N") = the file goes as it is.
      *****************************************************************
           05  FMTKEY.
               10  FMTPROF         PIC X(10).
               10  FMTFILE         PIC X(10).
      *    FMTTYPE "C" CSV (comma-separated, text fields quoted),
      *    "D" delimited by FMTDELIM (blank = "|", nothing quoted),
      *    "F" fixed width (each field padded to its KIFTPFMF
      *    width, nothing between them).
           05  FMTTYPE             PIC X(1).
           05  FMTDELIM            PIC X(1).
      *    FMTHDR "N" no header line, "Y" a first line of field
      *    names, "T" of the fields' column text (WHFTXT). A
      *    KIFTPFMF heading overrides either for its own column.
           05  FMTHDR              PIC X(1).
      *    FMTDATFMT - how date fields are written: "ISO"
      *    CCYY-MM-DD, "YMD" CCYYMMDD, "DMY" DD/MM/CCYY, "MDY"
      *    MM/DD/CCYY; blank = as the file holds them.
           05  FMTDATFMT           PIC X(3).
      *    FMTDECPT - decimal point in numeric fields: "." or ",";
      *    "N" = implied (digits only, zero-filled to the field's
      *    length - the usual fixed-width convention); blank = ".".
           05  FMTDECPT            PIC X(1).
      *    FMTOUTF - the partner copy, rebuilt every run in the
      *    profile's local library (DSTLCLDIR, where the script's
      *    lcd points) as a flat file of FMTRECLEN (zero = 1000,
      *    at most 4000). A line that would not fit fails the build
      *    - the partner never gets a truncated record.
           05  FMTOUTF             PIC X(10).
           05  FMTRECLEN           PIC 9(4)     VALUE ZEROES.
           05  FMTACT              PIC X(1).
      *    Last build: data records written (a header line is not a
      *    record) - the count KIFTPRCN carries to KIFTPSTS for the
      *    acknowledgment match - and when it was built.
           05  FMTRECCNT           PIC 9(10)    PACKED-DECIMAL.
           05  FMTBLDTS            PIC X(21)    VALUE SPACES.
