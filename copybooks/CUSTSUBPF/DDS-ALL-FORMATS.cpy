           05  SUBDESC             PIC X(30).
           05  SUBLAYOUT           PIC X(10).
           05  SUBACT              PIC X(1)     VALUE "Y".
      *    SUBCONEXT "Y" - the subscriber also takes the contact
      *    extract (CUSTCEXF) built from the "K" notifications,
      *    alongside its SUBLAYOUT customer extract; "N" and it
      *    never sees contact notifications at all.
           05  SUBCONEXT           PIC X(1)     VALUE "N".
