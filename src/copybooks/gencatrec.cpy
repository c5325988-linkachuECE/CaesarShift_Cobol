      *    // Shared GENCAT generation-catalog record - one line per
      *    // cataloged generation of a versioned output dataset.
      *    // A driver that cuts a versioned file asks GEN-CATALOG
      *    // for the next generation before it opens the file, and
      *    // completes the entry with the header run ID and the
      *    // trailer record count once the trailer is down, so a
      *    // re-run of the night writes a new generation instead of
      *    // overwriting the file the partner may already have.
             01 REC-GENCAT.
      *    // The base dataset name the driver was pointed at
               05 GC-BASE        PIC X(44).
               05 FILLER         PIC X(1).
               05 GC-GEN         PIC 9(4).
               05 FILLER         PIC X(1).
      *    // The generation's own dataset - base.GnnnnV00
               05 GC-DSN         PIC X(44).
               05 FILLER         PIC X(1).
      *    // When the generation was allocated
               05 GC-RUN-TS      PIC X(14).
               05 FILLER         PIC X(1).
      *    // The HD-RUN-TIMESTAMP run ID off the file's header
               05 GC-RUN-ID      PIC X(14).
               05 FILLER         PIC X(1).
      *    // Record count off the file's control-totals trailer
               05 GC-RECORDS     PIC 9(6).
               05 FILLER         PIC X(1).
               05 GC-PROGRAM     PIC X(8).
               05 FILLER         PIC X(1).
      *    // OPEN while the producing run is writing it, ACTIVE
      *    // once the trailer is down
               05 GC-STATUS      PIC X(8).
