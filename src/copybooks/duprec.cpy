      *    // Shared outbound duplicate-register line. Every record
      *    // CIPHER-BATCH or CIPHMANY enciphers for a partner leaves
      *    // a fingerprint of its plaintext on DUPREG with the
      *    // business date, the program, its record number in that
      *    // run's input, and the output generation it went out in.
      *    // A later record for the same partner whose fingerprint
      *    // is already on file inside the partner's DUPLIMIT
      *    // window is held as a duplicate instead of being sent
      *    // again. DUP-REGISTER keeps the file and purges it by age.
             01 REC-DUPREG.
               05 DR-DATE        PIC X(8).
               05 FILLER         PIC X(1).
               05 DR-PARTNER     PIC X(8).
               05 FILLER         PIC X(1).
      *    // Two eight-digit folds of the plaintext, trailing
      *    // spaces not counted
               05 DR-FPRINT      PIC X(16).
               05 FILLER         PIC X(1).
               05 DR-PROGRAM     PIC X(8).
               05 FILLER         PIC X(1).
               05 DR-REC-NUM     PIC 9(6).
               05 FILLER         PIC X(1).
               05 DR-GEN-DSN     PIC X(44).
