      *****************************************************************
      * DBSIZHST - database file size history, one row per physical
      * file per capture night, keyed by library, file and capture
      * date so a file's history reads in date order. Written by
      * the nightly DBSIZCBL step for every physical file in the
      * XREFLIBPF application libraries (members summed); a re-run
      * of the same night replaces the night's row. DHSIZE is data
      * space plus access paths, in bytes. DBSIZRPT ranks the files
      * by growth from it weekly.
      *****************************************************************
           05  DHKEY.
               10  DHLIB           PIC X(10).
               10  DHFILE          PIC X(10).
               10  DHDATE          PIC 9(8).
           05  DHRCDS              PIC 9(11)    PACKED-DECIMAL.
           05  DHDLTR              PIC 9(11)    PACKED-DECIMAL.
           05  DHSIZE              PIC 9(15)    PACKED-DECIMAL.
           05  DHMBRS              PIC 9(5)     PACKED-DECIMAL.
           05  DHRUNID             PIC 9(6).
           05  DHTS                PIC X(21).
