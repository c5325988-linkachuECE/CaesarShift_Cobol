             01 REC-TKEYSTORE.
               05 TK-KEY.
                 10 TK-DATE        PIC X(8).
      *    // Cipher type the entry keys - VIGENERE, AFFINE or
      *    // PLAYFAIR
                 10 TK-CIPHER      PIC X(8).
               05 FILLER           PIC X(1).
      *    // Reserved for a typed Caesar shift should the stores
      *    // ever merge - zero today
               05 TK-SHIFT         PIC 99.
               05 FILLER           PIC X(1).
      *    // Vigenere or Playfair keyword of the day, letters
      *    // only - KEYSCHED never generates the same keyword two
      *    // days running
               05 TK-KEYWORD       PIC X(16).
               05 FILLER           PIC X(1).
      *    // Affine pair of the day - 'a' always coprime with 26
               05 TK-AFFA          PIC 99.
               05 FILLER           PIC X(1).
               05 TK-AFFB          PIC 99.
               05 FILLER           PIC X(1).
      *    // Running count of messages ciphered under this entry -
      *    // the same KEY-USAGE bookkeeping KEYSTORE carries, and
      *    // the same CTLCONV carry-over for a store cut without it
               05 TK-USE-COUNT     PIC 9(7).
