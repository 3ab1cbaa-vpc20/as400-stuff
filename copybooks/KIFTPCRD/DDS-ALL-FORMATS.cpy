           05  CRDHOST             PIC X(50).
           05  CRDUSER             PIC X(10).
           05  CRDPASS             PIC X(20).
      *    CRDADMIN - the user who last keyed the row on KIFTPCRDM,
      *    answerable for its next rotation; LEAVCBL hands it to
      *    the successor when that user leaves. Blank on rows not
      *    keyed since the column arrived.
           05  CRDADMIN            PIC X(10)    VALUE SPACES.
      *    CRDCHGTS - when the password itself last changed (a save
      *    that re-keys the same password is not a rotation and
      *    leaves it alone). The profile's DSTPWMAXD age runs from
      *    here; blank on rows not rotated since the column arrived,
      *    which KIFTPROTC treats as already overdue.
           05  CRDCHGTS            PIC X(21)    VALUE SPACES.
