      *    // Shared control-file backup-set record - one BKUPSET
      *    // dataset holds every control file copied at one point,
      *    // so a fall-back puts KEYSTORE, SERIALF and the rest back
      *    // from the same moment and never pairs an old key store
      *    // with a newer serial counter (or the reverse). The set
      *    // reads:
      *    //   H  one header - the business date, the wall-clock
      *    //      stamp and the program that cut it
      *    //   D  one per record copied, in the source file's own
      *    //      order (key order for the indexed stores), the
      *    //      record carried whole
      *    //   M  one manifest line closing each file's records -
      *    //      the count and the RECORD-CHECK value chained over
      *    //      them, and whether the file existed at all
      *    //   T  one trailer - the files and records in the set
      *    // CTLBKUP writes it; CTLREST recounts and refolds every
      *    // file against its manifest line before anything is
      *    // put back.
             01 REC-BKUPSET.
               05 BK-REC-TYPE    PIC X(1).
                 88 BK-IS-HEADER        VALUE "H".
                 88 BK-IS-DATA          VALUE "D".
                 88 BK-IS-MANIFEST      VALUE "M".
                 88 BK-IS-TRAILER       VALUE "T".
               05 FILLER         PIC X(1).
               05 BK-FILE        PIC X(8).
               05 FILLER         PIC X(1).
               05 BK-DATA        PIC X(1116).
      *    // Header view of the data area
               05 BK-HEADER REDEFINES BK-DATA.
                 10 BK-SET-DATE  PIC X(8).
                 10 FILLER       PIC X(1).
                 10 BK-SET-STAMP PIC X(14).
                 10 FILLER       PIC X(1).
                 10 BK-SET-PROGRAM PIC X(8).
                 10 FILLER       PIC X(1084).
      *    // Manifest view - one file's count and check value
               05 BK-MANIFEST REDEFINES BK-DATA.
                 10 BK-MAN-COUNT PIC 9(7).
                 10 FILLER       PIC X(1).
                 10 BK-MAN-CHECK PIC 9(4).
                 10 FILLER       PIC X(1).
                 10 BK-MAN-PRESENT PIC X(1).
                   88 BK-FILE-PRESENT   VALUE "Y".
                   88 BK-FILE-ABSENT    VALUE "N".
                 10 FILLER       PIC X(1102).
      *    // Trailer view - what the whole set carries
               05 BK-TRAILER REDEFINES BK-DATA.
                 10 BK-TRL-FILES PIC 99.
                 10 FILLER       PIC X(1).
                 10 BK-TRL-RECORDS PIC 9(9).
                 10 FILLER       PIC X(1104).
