      *    // Shared relay-pairing record - one RELAYLOG line per
      *    // message CIPHRECV relays from one partner to another
      *    // without landing it: the sending partner, the inbound
      *    // file's header run ID, the message's record number and
      *    // serial in that file, against the receiving partner,
      *    // the relayed file's own header run ID, the serial the
      *    // message went out under, and the generation it went out
      *    // on. An auditor reads the A-in/B-out pairing straight
      *    // off one line.
             01 REC-RELAYLOG.
               05 RL-RELAY-DATE  PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 RL-FROM-PARTNER PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 RL-IN-RUN-ID   PIC X(14).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 RL-IN-REC-NUM  PIC 9(6).
               05 FILLER         PIC X(1) VALUE SPACE.
      *    // Zero when the sender's traffic carries no serials
               05 RL-IN-SERIAL   PIC 9(7).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 RL-TO-PARTNER  PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 RL-OUT-RUN-ID  PIC X(14).
               05 FILLER         PIC X(1) VALUE SPACE.
      *    // Zero when the receiver's traffic carries no serials
               05 RL-OUT-SERIAL  PIC 9(7).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 RL-OUT-DSN     PIC X(44).
               05 FILLER         PIC X(1) VALUE SPACE.
      *    // RELAYED, or why the message did not go out - EXCEPTN
      *    // (a tail or cipher fault) or SCREENED (a restricted
      *    // term for the receiving partner)
               05 RL-STATUS      PIC X(8).
