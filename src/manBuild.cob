      *    // anyway. The old manifest is read before it is rebuilt
      *    // and every calendar/manifest disagreement (a partner in
      *    // one but not the other) is flagged on the report.
      *    // Only a partner LIVE on the PARTLIFE lifecycle register
      *    // gets a row: a SUSPENDED partner's traffic is held - no
      *    // row, a HELD line, and the input left where it is for a
      *    // rebuild of that date once they are LIVE again - while
      *    // a partner still PROPOSED or TESTING, or RETIRED, is a
      *    // fault like a missing profile.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. MANBUILD.

             COPY "partrec.cpy".
             01 I-PROFILE-FOUND  PIC 9.

      *    Lifecycle fields - the partner's PARTLIFE line
             COPY "partlife.cpy".
             01 C-STATE-GET      PIC X(1) VALUE "G".
             01 I-STATE-FOUND    PIC 9.

      *    Derived dataset names
             01 STR-GEN-INDSN    PIC X(44).
             01 STR-GEN-OUTDSN   PIC X(44).
             01 I-CAL-ROWS       PIC 999 VALUE 0.
             01 I-SKIPPED-COUNT  PIC 999 VALUE 0.
             01 I-FAULT-COUNT    PIC 999 VALUE 0.
             01 I-HELD-COUNT     PIC 999 VALUE 0.
             01 I-RUN-RC         PIC 99  VALUE 0.

      *    Run-summary identities handed to LOG-RUN-HISTORY
             01 STR-RH-PROGRAM   PIC X(8) VALUE "MANBUILD".
             01 C-CLOCK-STAMP    PIC X(1) VALUE "S".
             01 STR-RUN-START    PIC X(14).
             01 STR-RH-INPUT     PIC X(8) VALUE "RUNCAL".
             01 STR-RH-OUTPUT    PIC X(8) VALUE "MANIFEST".
             01 I-RH-RECORDS     PIC 9(6) VALUE 0.
             01 I-RH-ZERO        PIC 9(6) VALUE 0.

      *    Report line layouts
             01 STR-BLD-HEADER   PIC X(100)
               05 BLD-SKIPPED    PIC 999.
               05 FILLER         PIC X(8)  VALUE " FAULTS=".
               05 BLD-FAULTS     PIC 999.
               05 FILLER         PIC X(6)  VALUE " HELD=".
               05 BLD-HELD       PIC 999.
               05 FILLER         PIC X(55) VALUE SPACES.

           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            DISPLAY "MANBUILD - processing date (YYYYMMDD, blank "
                    "for today): "
            ACCEPT STR-BUILD-DATE
            MOVE I-GEN-COUNT     TO BLD-GENERATED
            MOVE I-SKIPPED-COUNT TO BLD-SKIPPED
            MOVE I-FAULT-COUNT   TO BLD-FAULTS
            MOVE I-HELD-COUNT    TO BLD-HELD
            WRITE REC-BUILD-RPT FROM STR-BLD-BLANK
            WRITE REC-BUILD-RPT FROM STR-BLD-TOTALS
            CLOSE BUILD-REPORT

            DISPLAY "MANBUILD - " I-GEN-COUNT " row(s) generated, "
                    I-SKIPPED-COUNT " skipped, " I-FAULT-COUNT
                    " fault(s), " I-HELD-COUNT " held"

      *    The condition-code scheme the drivers use - a fault
      *    holds the night, an empty manifest or a suspended
      *    partner's held traffic is a warning
            EVALUATE TRUE
             WHEN I-FAULT-COUNT > 0
              MOVE 8 TO I-RUN-RC
             WHEN I-GEN-COUNT = 0 OR I-HELD-COUNT > 0
              MOVE 4 TO I-RUN-RC
             WHEN OTHER
              MOVE 0 TO I-RUN-RC
            END-EVALUATE

            MOVE I-GEN-COUNT TO I-RH-RECORDS
            CALL "LOG-RUN-HISTORY" USING
                STR-RH-PROGRAM, STR-RH-INPUT, STR-RH-OUTPUT,
                I-RH-RECORDS, I-RH-ZERO, I-RH-ZERO, I-RUN-RC

      *     The CALL just above clears the special register on the
      *     way back - put the run's own return code back so the
      *     scheduler sees it, not the logger's
            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
             EXIT PARAGRAPH
            END-IF

            PERFORM CHECK-PARTNER-LIFECYCLE
            IF NOT PL-IS-LIVE
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO STR-GEN-INDSN
            STRING "CIPHER."     DELIMITED BY SIZE
                   RC-PARTNER    DELIMITED BY SPACE
            END-STRING
            WRITE REC-BUILD-RPT FROM STR-BLD-PART-LINE.

      *    /////////////////////////////////////////////////////////////
      *    Production traffic runs only for a LIVE partner. A
      *    SUSPENDED partner's input is held, not faulted - it stays
      *    where it is for this date's manifest to be rebuilt once
      *    the partner is LIVE again; any other state means the
      *    calendar has a partner that should not be trading
      *    /////////////////////////////////////////////////////////////
           CHECK-PARTNER-LIFECYCLE.
            CALL "PARTNER-STATE" USING C-STATE-GET, RC-PARTNER,
                                       REC-PARTLIFE, I-STATE-FOUND

            EVALUATE TRUE
             WHEN PL-IS-LIVE
              CONTINUE
             WHEN PL-IS-SUSPENDED
              ADD 1 TO I-HELD-COUNT
              MOVE SPACES TO BLD-VERDICT
              STRING "HELD - PARTNER SUSPENDED SINCE "
                         DELIMITED BY SIZE
                     PL-SINCE DELIMITED BY SIZE
                     " - NO ROW EMITTED" DELIMITED BY SIZE
                  INTO BLD-VERDICT
              END-STRING
              WRITE REC-BUILD-RPT FROM STR-BLD-PART-LINE
             WHEN OTHER
              ADD 1 TO I-FAULT-COUNT
              MOVE SPACES TO BLD-VERDICT
              STRING "FAULT - PARTNER IS " DELIMITED BY SIZE
                     PL-STATE DELIMITED BY SPACE
                     ", NOT LIVE - NO ROW EMITTED" DELIMITED BY SIZE
                  INTO BLD-VERDICT
              END-STRING
              WRITE REC-BUILD-RPT FROM STR-BLD-PART-LINE
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    Calendar/manifest disagreements - a partner in last
      *    night's manifest the calendar no longer generates, or a
