      *    // LONG-MESSAGE-CIPHER path Y/N (SPANREC)
               05 PARM-SPANREC     PIC X(1).
      *    // Cipher type the run shifts with - CAESAR, VIGENERE,
      *    // ATBASH, AFFINE, TRANSPOS, or PLAYFAIR (keyword CIPHER).
      *    // VIGENERE traffic runs through the dedicated
      *    // VIGENERE-BATCH driver
               05 PARM-CIPHER      PIC X(8).
               05 PARM-AFFINE-B    PIC 99.
      *    // Transposition keyword for CIPHER=TRANSPOS - two to
      *    // ten letters whose alphabetical ranks define the
      *    // column read-out order (keyword TRKEY); also the
      *    // Playfair square's keyword for CIPHER=PLAYFAIR, where
      *    // blank means the keyword of the day off TKEYSTOR
               05 PARM-TRKEY       PIC X(10).
      *    // Translate-table fast path Y/N (TRANSLATE) - builds
      *    // one 256-position substitution table up front through
      *    // Run credential (keywords RUNUSER, RUNPASS) - validated
      *    // by CIPHER-PARMS against OPERFILE through OPERATOR-
      *    // SIGNON, so a batch deck is held to the same operator
      *    // functions the terminal demands: a MODE=D run is
      *    // refused without a credential holding DECRYPT, an
      *    // encrypt run's credential must hold ENCRYPT, and the
      *    // VERIFIED user (not a self-declared CIPHERUSER export)
      *    // rides into CIPHER-SESSION for the CIPHERLOG lines the
      *    // run writes. The password field is blanked the moment
      *    // the sign-on call comes back.
               05 PARM-RUNUSER     PIC X(8).
               05 PARM-RUNPASS     PIC X(8).
      *    // Dry-run pre-flight Y/N (DRYRUN) - the driver executes
