      *    // Shared RECUTLOG line - VAULT-RECUT appends one per
      *    // vaulted message it copies into a recut file, so the
      *    // question "was this message ever sent again, and in
      *    // what" has an answer after the recut's console output
      *    // is gone. MSGTRACE reads it back by message id.
             01 REC-RECUTLOG.
               05 RL-MSG-ID      PIC X(12).
               05 FILLER         PIC X(1).
               05 RL-PARTNER     PIC X(8).
               05 FILLER         PIC X(1).
      *    // The recut file's header run id - YYYYMMDDHHMMSS
               05 RL-RUN-ID      PIC X(14).
               05 FILLER         PIC X(1).
      *    // The RECUTOUT generation the message went into
               05 RL-DSN         PIC X(44).
               05 FILLER         PIC X(1).
      *    // The signed-on operator who cut it
               05 RL-OPERATOR    PIC X(8).
