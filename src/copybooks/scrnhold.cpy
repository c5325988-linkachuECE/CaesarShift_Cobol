      *    // Shared screening-hold entry. A record the restricted-
      *    // content screen stops before encryption is held whole
      *    // on SCRNHOLD with the program and partner it was bound
      *    // for, its record number in that run's input, and the
      *    // term it matched - or, for a record DUP-REGISTER found
      *    // already sent, "DUPLICATE OF date REC nnnnnn" naming
      *    // the earlier record. An operator holding SCREEN-RELEASE
      *    // releases or kills each HELD entry through
      *    // SCREEN-REVIEW; a RELEASED
      *    // entry is fed into the next run of the same program for
      *    // the same partner and marked FED when that run ends.
             01 REC-SCRNHOLD.
               05 SH-HOLD-DATE   PIC X(8).
               05 FILLER         PIC X(1).
               05 SH-PROGRAM     PIC X(8).
               05 FILLER         PIC X(1).
               05 SH-PARTNER     PIC X(8).
               05 FILLER         PIC X(1).
               05 SH-REC-NUM     PIC 9(6).
               05 FILLER         PIC X(1).
               05 SH-STATUS      PIC X(8).
                 88 SH-IS-HELD          VALUE "HELD".
                 88 SH-IS-RELEASED      VALUE "RELEASED".
                 88 SH-IS-KILLED        VALUE "KILLED".
                 88 SH-IS-FED           VALUE "FED".
               05 FILLER         PIC X(1).
               05 SH-ACTION-DATE PIC X(8).
               05 FILLER         PIC X(1).
               05 SH-OPERATOR    PIC X(8).
               05 FILLER         PIC X(1).
               05 SH-TERM        PIC X(40).
               05 FILLER         PIC X(1).
               05 SH-LEN         PIC 9(4).
               05 FILLER         PIC X(1).
               05 SH-TEXT        PIC X(1000).
