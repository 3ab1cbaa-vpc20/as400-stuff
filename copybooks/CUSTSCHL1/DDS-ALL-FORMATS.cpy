      *****************************************************************
      * CUSTSCHL1 - keyed logical file over CUSTSCHPF, keyed by
      * SCHCUSTNO + SCHEFFDATE WITH DUPLICATES, so CUSTSCHCBL lists
      * one customer's scheduled changes in date order. Same fields
      * as CUSTSCHPF; maintained by the system.
      *****************************************************************
           05  SCHID               PIC 9(6).
           05  SCHCUSTNO           PIC 9(6).
           05  SCHEFFDATE          PIC 9(8).
           05  SCHSTAT             PIC X(1).
           05  SCHNEWNAME          PIC X(30).
           05  SCHNEWADDR.
               10  SCHSTREET       PIC X(30).
               10  SCHCITY         PIC X(20).
               10  SCHPOST         PIC X(10).
           05  SCHBASETS           PIC X(21).
           05  SCHREQUSER          PIC X(10).
           05  SCHREQTS            PIC X(21).
           05  SCHDONETS           PIC X(21).
           05  SCHRSN              PIC X(30).
