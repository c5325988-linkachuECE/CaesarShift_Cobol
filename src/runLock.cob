      *    // timestamp - so a refusal says exactly who is in the
      *    // way. A lock older than the stale limit is an abend
      *    // leftover: it is cleared with a console note and taken
      *    // over, and an operator holding LOCK-RELEASE can clear
      *    // one by hand through LOCKADM. The whole small file is
      *    // rewritten on every change, the PARTADM pattern.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. RUN-LOCK.

