      *    // out, answering found=2 so callers can say why instead
      *    // of shrugging "not found"
               05 KS-STATUS        PIC X(1).
               05 FILLER           PIC X(1).
      *    // Running count of messages ciphered under this key -
      *    // bumped by the encrypt runs through KEY-USAGE and held
      *    // against the KEYLIMIT warning threshold and ceiling.
      *    // A store cut before the count existed is a shorter
      *    // record - CTLCONV carries it over, counting from zero
               05 KS-USE-COUNT     PIC 9(7).
