      *    // Shared key-distribution register entry - one KEYDREG
      *    // line per partner per scheduled key a notice told them
      *    // about. KEYDIST numbers a notice per partner per build
      *    // (the business date it was built and a sequence within
      *    // the day), writes the letter to KEYNOTE and puts one line
      *    // here for each dated key on it. The key itself is never
      *    // copied here - only a RECORD-CHECK value over it, so a
      *    // key changed on the store after the notice went out is
      *    // seen as not yet told. A line is:
      *    //   NOTIFIED    the notice went out, no receipt yet
      *    //   CONFIRMED   the partner acknowledged the notice
      *    //   SUPERSEDED  a later notice carried a changed key for
      *    //               the same date
      *    // KEY-DIST-CHECK reads it for the encrypt runs.
             01 REC-KEYDIST.
               05 KD-NOTICE-ID   PIC X(12).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 KD-PARTNER     PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 KD-CIPHER      PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
      *    // Business date the key is in force
               05 KD-KEY-DATE    PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 KD-KEY-CHECK   PIC 9(4).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 KD-STATUS      PIC X(10).
                 88 KD-IS-NOTIFIED      VALUE "NOTIFIED".
                 88 KD-IS-CONFIRMED     VALUE "CONFIRMED".
                 88 KD-IS-SUPERSEDED    VALUE "SUPERSEDED".
               05 FILLER         PIC X(1) VALUE SPACE.
               05 KD-SENT-BY     PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 KD-SENT-DATE   PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
      *    // Who confirmed or superseded the line and on what
      *    // business date - blank while it is NOTIFIED
               05 KD-CLOSED-BY   PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 KD-CLOSED-DATE PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
      *    // The partner's own acknowledgement reference, taken
      *    // when the receipt is posted
               05 KD-REFERENCE   PIC X(20).
