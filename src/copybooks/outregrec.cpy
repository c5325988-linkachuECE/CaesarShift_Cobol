      *    // Date the partner's acknowledgment was posted - spaces
      *    // until then, which is what the aging report feeds on
               05 OR-ACK-DATE    PIC X(8).
               05 FILLER         PIC X(1).
      *    // Date the file went out - stamped on the TRANSMIT mark
      *    // and kept through the ACKED one, which overwrites the
      *    // status date; spaces on entries sent before it was kept
               05 OR-SENT-DATE   PIC X(8).
