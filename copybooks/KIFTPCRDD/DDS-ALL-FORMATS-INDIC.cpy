           05  IN91                PIC 1.
           05  IN92                PIC 1.
           05  IN93                PIC 1.
      *    IN94 - new password refused: the profile has used it
      *    within its last DSTPWHIST rotations (KIFTPCRH).
           05  IN94                PIC 1.
