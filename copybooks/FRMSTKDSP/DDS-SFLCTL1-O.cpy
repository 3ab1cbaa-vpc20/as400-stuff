      *****************************************************************
      * FRMSTKDSP SFLCTL1-O - subfile control record for the forms
      * stock maintenance screen. The ENT- fields are the entry
      * line, driven by ENT-ACTION:
      *   "S" set up / change a form - description, reorder point
      *       and lead time; ENT-QTY is the opening stock on a new
      *       form and ignored on an existing one;
      *   "R" receipt - ENT-QTY sheets delivered, added to stock;
      *   "J" adjustment - ENT-QTY (signed) added to stock: a
      *       stock-take correction or spoiled sheets written off.
      *****************************************************************
           05  SFLCTL1.
               10  ENT-ACTION          PIC X(1).
               10  ENT-FORMTYP         PIC X(10).
               10  ENT-DESC            PIC X(30).
               10  ENT-QTY             PIC S9(9).
               10  ENT-REORD           PIC S9(9).
               10  ENT-LEAD            PIC 9(3).
      *    Cursor row/column when the screen was returned
      *    (RTNCSRLOC, hidden) - F1 hands them to HLPWINSVC.
               10  CSR-ROW             PIC S9(3).
               10  CSR-COL             PIC S9(3).
