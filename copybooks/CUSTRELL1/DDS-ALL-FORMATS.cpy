      *****************************************************************
      * CUSTRELL1 - keyed logical file over CUSTRELPF, keyed by
      * RELCHILD (unique), so "who is this customer's parent" is one
      * keyed read: CUSTRELCBL refuses a second parent for a child
      * and a loop back up its own family, and CUSTRELINQ climbs
      * from any member to the top of the tree. Same fields as
      * CUSTRELPF; maintained by the system.
      *****************************************************************
           05  RELKEY.
               10  RELPARENT       PIC 9(6).
               10  RELCHILD        PIC 9(6).
           05  RELTYPE             PIC X(3).
           05  RELUPDTS            PIC X(21).
