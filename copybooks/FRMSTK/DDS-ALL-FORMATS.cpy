      *****************************************************************
      * FRMSTK - pre-printed forms stock, keyed by spool form type
      * (a FORMTYPE code). FSONHAND is the stock in the cupboard in
      * sheets, maintained on FRMSTKMNT (receipts and adjustments)
      * and drawn down each night by FRMSTKCBL by the pages printed
      * on the form (TOTPG * COPIES, as SPLFACCCBL counts them).
      * FSREORD is the reorder point and FSLEAD the supplier's lead
      * time in days. FSAVGDAY is the average sheets used per day,
      * smoothed over up to FSUSEDYS (at most 30) nightly runs, the
      * rate the projected days of stock is worked from. FSLSTDT /
      * FSLSTUSE are the run date last deducted and what it took -
      * a rerun of the same date deducts nothing.
      *****************************************************************
           05  FSFORMTYP           PIC X(10).
           05  FSDESC              PIC X(30).
           05  FSONHAND            PIC S9(9)    VALUE ZEROES.
           05  FSREORD             PIC S9(9)    VALUE ZEROES.
           05  FSLEAD              PIC 9(3)     VALUE ZEROES.
           05  FSAVGDAY            PIC S9(7)V99 VALUE ZEROES.
           05  FSUSEDYS            PIC 9(3)     VALUE ZEROES.
           05  FSLSTDT             PIC 9(8)     VALUE ZEROES.
           05  FSLSTUSE            PIC S9(9)    VALUE ZEROES.
           05  FSLSTRCV            PIC 9(8)     VALUE ZEROES.
