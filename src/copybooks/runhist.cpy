      *    // Shared RUNHIST run-summary line - one per batch program
      *    // run, appended by LOG-RUN-HISTORY in the same
      *    // timestamp-first shape as LOG-CIPHER-EVENT's CIPHERLOG
      *    // lines so the same eyes can read both. The timestamp's
      *    // date half is the business date the run belongs to, its
      *    // time half the wall clock at the end of the run. START
      *    // and ELAPSED carry the wall-clock start the program
      *    // stamped through RUN-CLOCK and the seconds from there to
      *    // the end - lines written before runs were clocked, or
      *    // by a program that never stamped a start, carry spaces
      *    // in both. CAPRPT reads the pair for its records-per-
      *    // minute trends.
             01 STR-RUNHIST-LINE.
               05 RH-TIMESTAMP      PIC X(21).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 RH-PROGRAM        PIC X(8).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 RH-IN-LABEL       PIC X(3) VALUE "IN=".
               05 RH-INPUT-DD       PIC X(8).
               05 RH-OUT-LABEL      PIC X(5) VALUE " OUT=".
               05 RH-OUTPUT-DD      PIC X(8).
               05 RH-REC-LABEL      PIC X(9) VALUE " RECORDS=".
               05 RH-RECORDS        PIC 9(6).
               05 RH-PASS-LABEL     PIC X(10) VALUE " PASSTHRU=".
               05 RH-PASSTHRU       PIC 9(6).
               05 RH-WRAP-LABEL     PIC X(12) VALUE " WRAPAROUND=".
               05 RH-WRAPAROUND     PIC 9(6).
               05 RH-RC-LABEL       PIC X(4) VALUE " RC=".
               05 RH-RC             PIC 99.
               05 RH-START-LABEL    PIC X(7) VALUE " START=".
      *    // YYYYMMDDHHMMSS, wall clock - not the business date
               05 RH-START          PIC X(14).
               05 RH-START-PARTS REDEFINES RH-START.
                 10 RH-START-DATE   PIC 9(8).
                 10 RH-START-HH     PIC 9(2).
                 10 RH-START-MM     PIC 9(2).
                 10 RH-START-SS     PIC 9(2).
               05 RH-ELAP-LABEL     PIC X(9) VALUE " ELAPSED=".
      *    // Seconds, start to end of the run
               05 RH-ELAPSED        PIC X(6).
               05 RH-ELAPSED-SECS REDEFINES RH-ELAPSED PIC 9(6).
