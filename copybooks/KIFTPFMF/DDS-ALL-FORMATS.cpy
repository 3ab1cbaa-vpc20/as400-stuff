      *****************************************************************
      * KIFTPFMF - field list of a KIFTPFMT outbound format, keyed
      * profile + file + sequence: the fields of the file that go
      * to the partner, in sequence order. Fields not listed are
      * not sent. Each name must be a field of the file's DSPFFD
      * definition, or KIFTPFMTC refuses to build the copy.
      *****************************************************************
           05  FMFKEY.
               10  FMFPROF         PIC X(10).
               10  FMFFILE         PIC X(10).
               10  FMFSEQ          PIC 9(3).
           05  FMFFLD              PIC X(10).
      *    FMFWIDTH - fixed-width column width; zero = the field's
      *    own display width. CSV and delimited formats ignore it.
           05  FMFWIDTH            PIC 9(4)     VALUE ZEROES.
      *    FMFHDR - header text for the column; blank = the field
      *    name or column text, as FMTHDR says.
           05  FMFHDR              PIC X(30)    VALUE SPACES.
      *    FMFDATE "Y" - an 8-digit numeric field holding CCYYMMDD,
      *    written as a date in FMTDATFMT. A date-type field always
      *    is.
           05  FMFDATE             PIC X(1)     VALUE "N".
