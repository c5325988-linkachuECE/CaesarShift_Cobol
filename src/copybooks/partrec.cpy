      *    // Shared partner-profile record layout - one PARTFILE
      *    // line per partner per profile version, keyed by the
      *    // partner code and the effective date, holding the full
      *    // cipher option set that used to live in each
      *    // operator's head and in per-job SYSIN decks that
      *    // drifted apart. PARTNER-LOOKUP reads it for the batch
      *    // drivers, PARTADM lists and maintains it.
               05 FILLER       PIC X(1).
               05 PF-CASE      PIC X(1).
               05 FILLER       PIC X(1).
      *    // Cipher type - CAESAR, VIGENERE, ATBASH, AFFINE,
      *    // TRANSPOS (columnar transposition), or PLAYFAIR
      *    // (digraph square)
               05 PF-CIPHER    PIC X(8).
               05 FILLER       PIC X(1).
      *    // Affine key coefficients, meaningful for CIPHER=AFFINE
               05 PF-AFFB      PIC X(2).
               05 FILLER       PIC X(1).
      *    // Transposition keyword (2-10 letters, column order by
      *    // alphabetical rank), meaningful for CIPHER=TRANSPOS;
      *    // for CIPHER=PLAYFAIR the square's keyword, blank for
      *    // the keyword of the day
               05 PF-TRKEY     PIC X(10).
               05 FILLER       PIC X(1).
      *    // Y when this partner's traffic carries a per-record
      *    // duplicates, and out-of-order serials. Space on an
      *    // old row reads as N.
               05 PF-SERIAL    PIC X(1).
               05 FILLER       PIC X(1).
      *    // Interchange IDs for the transmission envelope - the ID
      *    // this partner knows US by (the sender on what we send,
      *    // the receiver on what they send) and the partner's own
      *    // ID. Both blank on a partner that takes bare files, as
      *    // every row written before the envelope existed does.
               05 PF-ENV-OURID PIC X(15).
               05 FILLER       PIC X(1).
               05 PF-ENV-THEIRID PIC X(15).
               05 FILLER       PIC X(1).
      *    // Business date this version of the profile takes
      *    // effect - a partner's row may appear several times, one
      *    // per version, and PARTNER-LOOKUP-DATE hands back the
      *    // version with the latest effective date not after the
      *    // date asked about, so a file cut under last week's
      *    // settings is still read under last week's settings.
      *    // Spaces on a row written before versions existed reads
      *    // as in force from the beginning.
               05 PF-EFF-DATE  PIC X(8).
