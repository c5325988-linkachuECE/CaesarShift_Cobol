      *    // settings and key source, before trusting a single
      *    // record of it. CIPHVRFY checks this record is present
      *    // and sane and balances the file against the trailer.
      *    // MODE is E for ciphertext, D for a decrypt output, and
      *    // N for a plain-text notice to a partner (CIPHER=NONE) -
      *    // the CIPHRECV rejection notice.
             01 REC-HEADER.
               05 FILLER             PIC X(9)  VALUE "HEADER - ".
               05 FILLER             PIC X(4)  VALUE "RUN=".
