      *****************************************************************
      * SPLFCAT - report catalog, one row per report the shop
      * produces, keyed by spooled file name and user data. A blank
      * CATUSRDTA is the row for every spooled file of that name; a
      * row with user data set catalogs one variant of a shared
      * file name (QSYSPRT, QPQUPRFIL and the like) separately.
      * Maintained on SPLFCATMNT; SPLFCATCBL stamps CATLSTDT with
      * the newest creation date it sees on the nightly snapshot.
      *   CATFREQ   D daily, W weekly, M monthly, Q quarterly,
      *             A annual, R on request (never overdue)
      *   CATRETCLS retention class, on the RETCLASS code table
      *   CATCONF   P public, I internal, C confidential,
      *             S strictly confidential
      *****************************************************************
           05  CATKEY.
               10  CATSPLFNM       PIC X(10).
               10  CATUSRDTA       PIC X(10).
           05  CATDESC             PIC X(50).
           05  CATDEPT             PIC X(10).
           05  CATOWNER            PIC X(30).
           05  CATFREQ             PIC X(1).
           05  CATRETCLS           PIC X(10).
           05  CATCONF             PIC X(1).
           05  CATADDDT            PIC 9(8).
           05  CATLSTDT            PIC 9(8).
