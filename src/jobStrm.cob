      *    // Nightly job-stream controller - runs the batch window's
      *    // steps in the order the JOBDEF job-stream definition
      *    // lists them (MANBUILD, CIPHMANY, CIPHVRFY over every
      *    // manifest output, the OUTREG-POST register pass, the
      *    // STAT-POST statistics pass) where an operator used to
      *    // start each one by hand and read its return code off
      *    // the console. Every definition row names the step, the
      *    // program it runs, the highest condition code the step
      *    // before may have ended with for this one to run, and
      *    // whether the step is skipped on a HOLFILE holiday. A
      *    // per-manifest step is run once for every MANIFEST row
      *    // with the OUTFILE assignment pointed at that row's
      *    // output dataset, the way CIPHMANY re-points MANYIN and
      *    // MANYOUT. Every step's start and end, with its return
      *    // code, goes to RUNHIST through LOG-RUN-HISTORY.
      *    //
      *    // A step whose code is too high for the step after it
      *    // stops the stream, and the JOBRSTRT checkpoint records
      *    // that step under the business date - the next run of
      *    // the stream for the same day starts AT the failed step
      *    // instead of from the top, so a CIPHVRFY fault at two in
      *    // the morning does not mean re-ciphering files that
      *    // already went through. A stream that reaches the end
      *    // clears the checkpoint. Each step still reads its own
      *    // SYSIN answers exactly as it did as a separate step.
      *    // Condition codes: 0 clean, 4 a step warned, 8 the
      *    // stream stopped on a failed step, 12 no definition.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. JOBSTRM.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT JOBDEF-FILE ASSIGN TO "JOBDEF"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-JOBDEF-STATUS.
                 SELECT RESTART-FILE ASSIGN TO "JOBRSTRT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-RESTART-STATUS.
                 SELECT HOLIDAY-FILE ASSIGN TO "HOLFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-HOLFILE-STATUS.
                 SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-MANIFEST-STATUS.
      *    MANYOUT is re-pointed at each manifest output in turn
      *    before its OPEN, the same redirection CIPHMANY uses
                 SELECT MANY-OUT ASSIGN TO "MANYOUT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-MANYOUT-STATUS.
                 SELECT OUTREG-FILE ASSIGN TO "OUTREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-OUTREG-STATUS.
                 SELECT PARTSTAT-FILE ASSIGN TO "PARTSTAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-PARTSTAT-STATUS.

           DATA DIVISION.
            FILE SECTION.
      *    One row per step, in running order - the step name, the
      *    program, the highest code the step before may end with,
      *    the holiday-skip flag, and the once-per-manifest-row flag
             FD  JOBDEF-FILE.
             01 REC-JOBDEF.
               05 JD-STEP-NAME   PIC X(8).
               05 FILLER         PIC X(1).
               05 JD-PROGRAM     PIC X(12).
               05 FILLER         PIC X(1).
               05 JD-COND-RC     PIC 99.
               05 FILLER         PIC X(1).
               05 JD-HOLIDAY-SKIP PIC X(1).
               05 FILLER         PIC X(1).
               05 JD-PER-MANIFEST PIC X(1).

      *    The restart point - the business date the stream ran
      *    for and the step it stopped on; step 00 means the last
      *    stream for that date ran to the end
             FD  RESTART-FILE.
             01 REC-JOBRSTRT.
               05 JR-DATE        PIC X(8).
               05 FILLER         PIC X(1).
               05 JR-STEP        PIC 99.
               05 FILLER         PIC X(1).
               05 JR-STEP-NAME   PIC X(8).
               05 FILLER         PIC X(1).
               05 JR-STEP-RC     PIC 99.

             FD  HOLIDAY-FILE.
             01 REC-HOLIDAY      PIC X(8).

      *    The same row shape MANBUILD writes and CIPHMANY reads
             FD  MANIFEST-FILE.
             01 REC-MANIFEST.
               05 MF-INDSN       PIC X(44).
               05 FILLER         PIC X(1).
               05 MF-OUTDSN      PIC X(44).
               05 FILLER         PIC X(1).
               05 MF-PARTNER     PIC X(8).

             FD  MANY-OUT.
             01 REC-MANY-OUT     PIC X(121).

             FD  OUTREG-FILE.
             COPY "outregrec.cpy".

             FD  PARTSTAT-FILE.
             COPY "statrec.cpy".

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG       PIC X(1) VALUE "N".
               88 I-AT-EOF            VALUE "Y".
             01 I-MANIFEST-EOF   PIC X(1) VALUE "N".
               88 I-AT-MANIFEST-EOF   VALUE "Y".
             01 STR-JOBDEF-STATUS PIC X(2).
             01 STR-RESTART-STATUS PIC X(2).
             01 STR-HOLFILE-STATUS PIC X(2).
             01 STR-MANIFEST-STATUS PIC X(2).
             01 STR-MANYOUT-STATUS PIC X(2).
             01 STR-OUTREG-STATUS PIC X(2).
             01 STR-PARTSTAT-STATUS PIC X(2).

             COPY "headerrec.cpy".

      *    The stream's processing date - stated once here and set
      *    into BUSINESS-DATE, so every step the controller calls
      *    resolves the same business day
             01 STR-ENTRY-PROCDATE PIC X(8).
             01 C-PROCDATE-SET   PIC X(1) VALUE "S".
             01 C-PROCDATE-GET   PIC X(1) VALUE "G".
             01 STR-PROC-DATE    PIC X(8).

      *    The job-stream definition held in storage
             01 I-STEP-COUNT     PIC 99 VALUE 0.
             01 STEP-TABLE.
               05 ST-STEP        PIC X(29) OCCURS 20 TIMES.
             01 I-STEP-ITER      PIC 99.
             01 I-START-STEP     PIC 99 VALUE 1.

      *    The step being worked, copied out of the table
             01 STR-CURR-STEP.
               05 CS-STEP-NAME   PIC X(8).
               05 FILLER         PIC X(1).
               05 CS-PROGRAM     PIC X(12).
               05 FILLER         PIC X(1).
               05 CS-COND-RC     PIC 99.
               05 FILLER         PIC X(1).
               05 CS-HOLIDAY-SKIP PIC X(1).
               05 FILLER         PIC X(1).
               05 CS-PER-MANIFEST PIC X(1).

      *    The holiday list held in storage
             01 I-HOLIDAY-COUNT  PIC 999 VALUE 0.
             01 HOLIDAY-TABLE.
               05 HT-DATE        PIC X(8) OCCURS 100 TIMES.
             01 I-HOL-ITER       PIC 999.
             01 I-IS-HOLIDAY     PIC 9 VALUE 0.

      *    Restart-point state
             01 C-RESTART-ANSWER PIC X(1).
               88 I-DECLINE-RESTART   VALUE "N" "n".
             01 I-PENDING-STEP   PIC 99 VALUE 0.
             01 I-FAILED-STEP    PIC 99 VALUE 0.
             01 I-LAST-RAN-STEP  PIC 99 VALUE 0.
             01 I-STREAM-STOPPED PIC 9  VALUE 0.

      *    Condition-code tracking - the step just ended, the one
      *    the next step is judged against, and the worst so far
             01 I-STEP-RC        PIC 99 VALUE 0.
             01 I-PRIOR-RC       PIC 99 VALUE 0.
             01 I-STREAM-RC      PIC 99 VALUE 0.
             01 I-CALL-RC        PIC 99 VALUE 0.

      *    One manifest output's control figures, read back off its
      *    own header and trailer for the register and statistics
      *    passes
             01 STR-OUT-BUFFER   PIC X(121).
             01 I-OUT-PRESENT    PIC 9.
             01 I-OUT-RECORDS    PIC 9(6).
             01 I-OUT-REJECTS    PIC 9(6).
             01 I-OUT-SPANNED    PIC 9(6).
             01 I-ALREADY-POSTED PIC 9.
             01 I-POSTED-COUNT   PIC 999.
             01 I-MISSING-COUNT  PIC 999.
             01 I-ZERO-COUNT     PIC 9(6) VALUE 0.
             01 STR-BLANK-DSN    PIC X(44) VALUE SPACES.

      *    The output's current generation off GEN-CATALOG - the
      *    dataset actually read back and registered
             01 C-GEN-FUNC       PIC X(1) VALUE "R".
             01 STR-GEN-SELECT   PIC X(8) VALUE SPACES.
             01 STR-GEN-PROGRAM  PIC X(8) VALUE SPACES.
             01 STR-GEN-RUN-ID   PIC X(14) VALUE SPACES.
             01 STR-OUT-GEN-DSN  PIC X(44).
             01 I-GEN-NUMBER     PIC 9(4).
             01 I-GEN-STATUS     PIC 9.

      *    Run-summary identities handed to LOG-RUN-HISTORY - the
      *    step name rides in the input slot, the event in the
      *    output slot, and the step number in the record count
             01 STR-RH-PROGRAM   PIC X(8) VALUE "JOBSTRM".
             01 C-CLOCK-STAMP    PIC X(1) VALUE "S".
             01 STR-RUN-START    PIC X(14).
             01 STR-RH-STEP      PIC X(8).
             01 STR-RH-EVENT     PIC X(8).
             01 I-RH-STEP-NUM    PIC 9(6).
             01 I-RH-ZERO        PIC 9(6) VALUE 0.

           PROCEDURE DIVISION.

           MAINLINE.
            DISPLAY "JOBSTRM - processing date (YYYYMMDD, blank "
                    "for today): "
            ACCEPT STR-ENTRY-PROCDATE
            EVALUATE TRUE
             WHEN STR-ENTRY-PROCDATE = SPACES
              CONTINUE
             WHEN STR-ENTRY-PROCDATE IS NUMERIC
              CALL "BUSINESS-DATE" USING C-PROCDATE-SET,
                                         STR-ENTRY-PROCDATE
             WHEN OTHER
              DISPLAY "JOBSTRM - processing date must be 8 digits "
                      "(YYYYMMDD) - stream refused"
              MOVE 8 TO RETURN-CODE
              GOBACK
            END-EVALUATE
            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE

            PERFORM LOAD-JOB-DEFINITION
            IF I-STEP-COUNT = 0
             DISPLAY "JOBSTRM - no job-stream definition on JOBDEF "
                     "- stream refused"
             MOVE 12 TO RETURN-CODE
             GOBACK
            END-IF

            PERFORM LOAD-HOLIDAY-LIST
            PERFORM READ-RESTART-POINT

            DISPLAY "JOBSTRM - business date " STR-PROC-DATE
                    " - " I-STEP-COUNT " step(s), starting at step "
                    I-START-STEP

            PERFORM RUN-ONE-STEP
                VARYING I-STEP-ITER FROM I-START-STEP BY 1
                UNTIL I-STEP-ITER > I-STEP-COUNT
                   OR I-STREAM-STOPPED = 1

      *     The last step has no step after it to judge it - a
      *     fault-level code there is a failure all the same
            IF I-STREAM-STOPPED = 0 AND I-PRIOR-RC >= 8
             MOVE I-LAST-RAN-STEP TO I-FAILED-STEP
             MOVE 1 TO I-STREAM-STOPPED
            END-IF

            IF I-STREAM-STOPPED = 1
             PERFORM WRITE-RESTART-POINT
             IF I-STREAM-RC < 8
              MOVE 8 TO I-STREAM-RC
             END-IF
             DISPLAY "JOBSTRM - stream stopped at step "
                     I-FAILED-STEP " - rerun restarts there"
            ELSE
             MOVE 0 TO I-FAILED-STEP
             PERFORM WRITE-RESTART-POINT
             DISPLAY "JOBSTRM - stream complete - RC=" I-STREAM-RC
            END-IF

            MOVE I-STREAM-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    Reads the JOBDEF rows into the step table in running
      *    order - a blank row is passed over, and a definition
      *    longer than the table is refused whole rather than run
      *    with its tail cut off
      *    /////////////////////////////////////////////////////////////
           LOAD-JOB-DEFINITION.
            MOVE 0   TO I-STEP-COUNT
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT JOBDEF-FILE
            IF STR-JOBDEF-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-ONE-STEP UNTIL I-AT-EOF
            CLOSE JOBDEF-FILE.

           LOAD-ONE-STEP.
            READ JOBDEF-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND JD-STEP-NAME NOT = SPACES
             IF I-STEP-COUNT >= 20
              DISPLAY "JOBSTRM - more than 20 steps on JOBDEF"
              MOVE 0 TO I-STEP-COUNT
              SET I-AT-EOF TO TRUE
             ELSE
              IF JD-COND-RC IS NOT NUMERIC
               MOVE 0 TO JD-COND-RC
              END-IF
              ADD 1 TO I-STEP-COUNT
              MOVE REC-JOBDEF TO ST-STEP(I-STEP-COUNT)
             END-IF
            END-IF.

           LOAD-HOLIDAY-LIST.
            MOVE 0   TO I-IS-HOLIDAY
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT HOLIDAY-FILE
            IF STR-HOLFILE-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-ONE-HOLIDAY UNTIL I-AT-EOF
            CLOSE HOLIDAY-FILE

            PERFORM CHECK-ONE-HOLIDAY
                VARYING I-HOL-ITER FROM 1 BY 1
                UNTIL I-HOL-ITER > I-HOLIDAY-COUNT.

           LOAD-ONE-HOLIDAY.
            READ HOLIDAY-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ
            IF NOT I-AT-EOF AND I-HOLIDAY-COUNT < 100
             ADD 1 TO I-HOLIDAY-COUNT
             MOVE REC-HOLIDAY TO HT-DATE(I-HOLIDAY-COUNT)
            END-IF.

           CHECK-ONE-HOLIDAY.
            IF HT-DATE(I-HOL-ITER) = STR-PROC-DATE
             MOVE 1 TO I-IS-HOLIDAY
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Picks up a stopped stream for the same business date -
      *    the operator is told which step it stopped on and the
      *    stream resumes there unless they answer N. A checkpoint
      *    from another day, or a completed one, starts at the top.
      *    /////////////////////////////////////////////////////////////
           READ-RESTART-POINT.
            MOVE 1 TO I-START-STEP
            MOVE 0 TO I-PENDING-STEP

            OPEN INPUT RESTART-FILE
            IF STR-RESTART-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            READ RESTART-FILE
                AT END MOVE SPACES TO REC-JOBRSTRT
            END-READ
            CLOSE RESTART-FILE

            IF JR-DATE NOT = STR-PROC-DATE
                  OR JR-STEP IS NOT NUMERIC
             EXIT PARAGRAPH
            END-IF
            MOVE JR-STEP TO I-PENDING-STEP
            IF I-PENDING-STEP = 0 OR I-PENDING-STEP > I-STEP-COUNT
             EXIT PARAGRAPH
            END-IF

            DISPLAY "JOBSTRM - stream for " STR-PROC-DATE
                    " stopped at step " JR-STEP " (" JR-STEP-NAME
                    ") RC=" JR-STEP-RC
            DISPLAY "JOBSTRM - restart at that step (Y/N, blank=Y)? "
            ACCEPT C-RESTART-ANSWER
            IF NOT I-DECLINE-RESTART
             MOVE I-PENDING-STEP TO I-START-STEP
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Runs one step - judges it against the code the step
      *    before ended with (the first step of a run, fresh or
      *    restarted, has nothing before it to judge by), skips it
      *    on a holiday when its row says so, and otherwise calls
      *    it, bracketed by the RUNHIST start and end lines
      *    /////////////////////////////////////////////////////////////
           RUN-ONE-STEP.
            MOVE ST-STEP(I-STEP-ITER) TO STR-CURR-STEP
            MOVE CS-STEP-NAME TO STR-RH-STEP
            MOVE I-STEP-ITER  TO I-RH-STEP-NUM
      *     Each step is clocked from here, so the step's ENDED
      *     line carries the time the step itself took
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            IF I-LAST-RAN-STEP > 0 AND I-PRIOR-RC > CS-COND-RC
             MOVE I-LAST-RAN-STEP TO I-FAILED-STEP
             MOVE 1 TO I-STREAM-STOPPED
             DISPLAY "JOBSTRM - step " CS-STEP-NAME " needs RC<="
                     CS-COND-RC " - step before ended RC="
                     I-PRIOR-RC
             EXIT PARAGRAPH
            END-IF

            IF I-IS-HOLIDAY = 1 AND CS-HOLIDAY-SKIP = "Y"
             MOVE "SKIPPED" TO STR-RH-EVENT
             MOVE 0 TO I-STEP-RC
             PERFORM LOG-STEP-EVENT
             DISPLAY "JOBSTRM - step " CS-STEP-NAME
                     " skipped - holiday"
             EXIT PARAGRAPH
            END-IF

            MOVE "STARTED" TO STR-RH-EVENT
            MOVE 0 TO I-STEP-RC
            PERFORM LOG-STEP-EVENT
            DISPLAY "JOBSTRM - step " I-STEP-ITER " " CS-STEP-NAME
                    " (" CS-PROGRAM ") started"

            EVALUATE TRUE
             WHEN CS-PROGRAM = "OUTREG-POST"
              PERFORM REGISTER-POST-STEP
             WHEN CS-PROGRAM = "STAT-POST"
              PERFORM STATISTICS-POST-STEP
             WHEN CS-PER-MANIFEST = "Y"
              PERFORM PER-MANIFEST-STEP
             WHEN OTHER
              PERFORM CALL-STEP-PROGRAM
              MOVE I-CALL-RC TO I-STEP-RC
            END-EVALUATE

            MOVE "ENDED" TO STR-RH-EVENT
            PERFORM LOG-STEP-EVENT
            DISPLAY "JOBSTRM - step " I-STEP-ITER " " CS-STEP-NAME
                    " ended RC=" I-STEP-RC

            MOVE I-STEP-RC      TO I-PRIOR-RC
            MOVE I-STEP-ITER    TO I-LAST-RAN-STEP
            IF I-STEP-RC > I-STREAM-RC
             MOVE I-STEP-RC TO I-STREAM-RC
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Calls the step's program and takes its condition code
      *    off RETURN-CODE - the CANCEL that follows hands the next
      *    call a fresh copy, so a program called once per manifest
      *    row never starts with the last row's counts and switches
      *    /////////////////////////////////////////////////////////////
           CALL-STEP-PROGRAM.
            MOVE 0 TO RETURN-CODE
            CALL CS-PROGRAM
                ON EXCEPTION
                 DISPLAY "JOBSTRM - program " CS-PROGRAM
                         " could not be loaded"
                 MOVE 12 TO RETURN-CODE
            END-CALL
            MOVE RETURN-CODE TO I-CALL-RC
            CANCEL CS-PROGRAM.

      *    /////////////////////////////////////////////////////////////
      *    Runs the step's program once per MANIFEST row with the
      *    OUTFILE assignment pointed at the row's output dataset,
      *    and the register name CIPHVRFY marks VERIFIED set to the
      *    same dataset - the step's code is the worst of the rows
      *    /////////////////////////////////////////////////////////////
           PER-MANIFEST-STEP.
            MOVE 0 TO I-STEP-RC
            PERFORM OPEN-MANIFEST
            IF I-AT-MANIFEST-EOF
             EXIT PARAGRAPH
            END-IF
            PERFORM CALL-FOR-ONE-ROW UNTIL I-AT-MANIFEST-EOF
            CLOSE MANIFEST-FILE

            DISPLAY "VRFYDSN" UPON ENVIRONMENT-NAME
            DISPLAY STR-BLANK-DSN UPON ENVIRONMENT-VALUE.

           CALL-FOR-ONE-ROW.
            PERFORM READ-MANIFEST-ROW
            IF I-AT-MANIFEST-EOF
             EXIT PARAGRAPH
            END-IF

            DISPLAY "OUTFILE" UPON ENVIRONMENT-NAME
            DISPLAY MF-OUTDSN UPON ENVIRONMENT-VALUE
            DISPLAY "VRFYDSN" UPON ENVIRONMENT-NAME
            DISPLAY MF-OUTDSN UPON ENVIRONMENT-VALUE

            PERFORM CALL-STEP-PROGRAM
            IF I-CALL-RC > I-STEP-RC
             MOVE I-CALL-RC TO I-STEP-RC
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    The register pass - every encrypt output the manifest
      *    cut that has no OUTREG entry under tonight's date gets
      *    its CUT entry filed through OUTREG-POST, with the count
      *    off its own trailer. An entry CIPHMANY already filed is
      *    left alone; an output that was never cut is a warning.
      *    /////////////////////////////////////////////////////////////
           REGISTER-POST-STEP.
            MOVE 0 TO I-STEP-RC
            MOVE 0 TO I-POSTED-COUNT
            MOVE 0 TO I-MISSING-COUNT
            PERFORM OPEN-MANIFEST
            IF I-AT-MANIFEST-EOF
             EXIT PARAGRAPH
            END-IF
            PERFORM REGISTER-ONE-ROW UNTIL I-AT-MANIFEST-EOF
            CLOSE MANIFEST-FILE

            IF I-MISSING-COUNT > 0
             MOVE 4 TO I-STEP-RC
            END-IF
            DISPLAY "JOBSTRM - " I-POSTED-COUNT " register entr(ies)"
                    " filed, " I-MISSING-COUNT " output(s) not cut".

           REGISTER-ONE-ROW.
            PERFORM READ-MANIFEST-ROW
            IF I-AT-MANIFEST-EOF
             EXIT PARAGRAPH
            END-IF

            PERFORM READ-OUTPUT-CONTROLS
            IF I-OUT-PRESENT = 0
             ADD 1 TO I-MISSING-COUNT
             EXIT PARAGRAPH
            END-IF
            IF HD-MODE NOT = "E"
             EXIT PARAGRAPH
            END-IF

            PERFORM FIND-REGISTER-ENTRY
            IF I-ALREADY-POSTED = 0
             CALL "OUTREG-POST" USING STR-OUT-GEN-DSN, MF-PARTNER,
                                      I-OUT-RECORDS
             ADD 1 TO I-POSTED-COUNT
            END-IF.

           FIND-REGISTER-ENTRY.
            MOVE 0   TO I-ALREADY-POSTED
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT OUTREG-FILE
            IF STR-OUTREG-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM SCAN-ONE-REGISTER-ENTRY
                UNTIL I-AT-EOF OR I-ALREADY-POSTED = 1
            CLOSE OUTREG-FILE.

           SCAN-ONE-REGISTER-ENTRY.
            READ OUTREG-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ
            IF NOT I-AT-EOF
                  AND OR-DSN = STR-OUT-GEN-DSN
                  AND OR-RUN-DATE = STR-PROC-DATE
             MOVE 1 TO I-ALREADY-POSTED
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    The statistics pass - every manifest partner whose
      *    output was cut but who has no PARTSTAT line under
      *    tonight's date gets one through STAT-POST, from the
      *    output's own trailer; a partner already posted by
      *    CIPHMANY is left alone so nothing is counted twice
      *    /////////////////////////////////////////////////////////////
           STATISTICS-POST-STEP.
            MOVE 0 TO I-STEP-RC
            MOVE 0 TO I-POSTED-COUNT
            MOVE 0 TO I-MISSING-COUNT
            PERFORM OPEN-MANIFEST
            IF I-AT-MANIFEST-EOF
             EXIT PARAGRAPH
            END-IF
            PERFORM POST-ONE-ROW-STATS UNTIL I-AT-MANIFEST-EOF
            CLOSE MANIFEST-FILE

            IF I-MISSING-COUNT > 0
             MOVE 4 TO I-STEP-RC
            END-IF
            DISPLAY "JOBSTRM - " I-POSTED-COUNT " statistics line(s)"
                    " posted, " I-MISSING-COUNT " output(s) not cut".

           POST-ONE-ROW-STATS.
            PERFORM READ-MANIFEST-ROW
            IF I-AT-MANIFEST-EOF
             EXIT PARAGRAPH
            END-IF

            PERFORM READ-OUTPUT-CONTROLS
            IF I-OUT-PRESENT = 0
             ADD 1 TO I-MISSING-COUNT
             EXIT PARAGRAPH
            END-IF

            PERFORM FIND-STATISTICS-LINE
            IF I-ALREADY-POSTED = 0
             CALL "STAT-POST" USING MF-PARTNER, I-OUT-RECORDS,
                                    I-OUT-REJECTS, I-ZERO-COUNT,
                                    I-OUT-SPANNED, I-ZERO-COUNT
             ADD 1 TO I-POSTED-COUNT
            END-IF.

           FIND-STATISTICS-LINE.
            MOVE 0   TO I-ALREADY-POSTED
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT PARTSTAT-FILE
            IF STR-PARTSTAT-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM SCAN-ONE-STATISTICS-LINE
                UNTIL I-AT-EOF OR I-ALREADY-POSTED = 1
            CLOSE PARTSTAT-FILE.

           SCAN-ONE-STATISTICS-LINE.
            READ PARTSTAT-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ
            IF NOT I-AT-EOF
                  AND PS-PARTNER = MF-PARTNER
                  AND PS-DATE = STR-PROC-DATE
             MOVE 1 TO I-ALREADY-POSTED
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Reads one manifest output back - its header for the mode
      *    and its trailer for the control totals. An output with
      *    no header or no trailer counts as not cut.
      *    /////////////////////////////////////////////////////////////
           READ-OUTPUT-CONTROLS.
            MOVE 0 TO I-OUT-PRESENT
            MOVE 0 TO I-OUT-RECORDS
            MOVE 0 TO I-OUT-REJECTS
            MOVE 0 TO I-OUT-SPANNED
            MOVE SPACES TO HD-MODE

      *     The manifest names the base - what CIPHMANY cut is its
      *     current generation (a base never versioned reads as
      *     it stands)
            CALL "GEN-CATALOG" USING C-GEN-FUNC, MF-OUTDSN,
                STR-GEN-SELECT, STR-GEN-PROGRAM, STR-GEN-RUN-ID,
                I-OUT-RECORDS, STR-OUT-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS > 1
             DISPLAY "JOBSTRM - output " MF-OUTDSN(1:30)
                     " has no current generation"
             EXIT PARAGRAPH
            END-IF

            DISPLAY "MANYOUT" UPON ENVIRONMENT-NAME
            DISPLAY STR-OUT-GEN-DSN UPON ENVIRONMENT-VALUE
            OPEN INPUT MANY-OUT
            IF STR-MANYOUT-STATUS NOT = "00"
             DISPLAY "JOBSTRM - output " MF-OUTDSN(1:30)
                     " not on hand"
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            READ MANY-OUT INTO STR-OUT-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ
            IF NOT I-AT-EOF AND STR-OUT-BUFFER(1:9) = "HEADER - "
             MOVE STR-OUT-BUFFER TO REC-HEADER
             PERFORM READ-ONE-OUTPUT-RECORD UNTIL I-AT-EOF
            END-IF
            CLOSE MANY-OUT.

           READ-ONE-OUTPUT-RECORD.
            READ MANY-OUT INTO STR-OUT-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ
            IF NOT I-AT-EOF AND STR-OUT-BUFFER(1:10) = "TRAILER - "
             MOVE 1 TO I-OUT-PRESENT
             MOVE STR-OUT-BUFFER(19:6) TO I-OUT-RECORDS
             IF STR-OUT-BUFFER(68:6) IS NUMERIC
              MOVE STR-OUT-BUFFER(68:6) TO I-OUT-SPANNED
             END-IF
             IF STR-OUT-BUFFER(83:6) IS NUMERIC
              MOVE STR-OUT-BUFFER(83:6) TO I-OUT-REJECTS
             END-IF
            END-IF.

           OPEN-MANIFEST.
            MOVE "N" TO I-MANIFEST-EOF
            OPEN INPUT MANIFEST-FILE
            IF STR-MANIFEST-STATUS NOT = "00"
             DISPLAY "JOBSTRM - no MANIFEST on hand - step "
                     CS-STEP-NAME " has nothing to do"
             MOVE 4 TO I-STEP-RC
             SET I-AT-MANIFEST-EOF TO TRUE
            END-IF.

      *    A blank manifest row is passed over
           READ-MANIFEST-ROW.
            MOVE SPACES TO MF-OUTDSN
            PERFORM READ-ONE-MANIFEST-LINE
                UNTIL I-AT-MANIFEST-EOF OR MF-OUTDSN NOT = SPACES.

           READ-ONE-MANIFEST-LINE.
            READ MANIFEST-FILE
                AT END SET I-AT-MANIFEST-EOF TO TRUE
            END-READ.

           LOG-STEP-EVENT.
            CALL "LOG-RUN-HISTORY" USING
                STR-RH-PROGRAM, STR-RH-STEP, STR-RH-EVENT,
                I-RH-STEP-NUM, I-RH-ZERO, I-RH-ZERO, I-STEP-RC.

      *    /////////////////////////////////////////////////////////////
      *    Records the restart point - the failed step, or step 00
      *    once the stream has run to the end - under the business
      *    date the stream ran for
      *    /////////////////////////////////////////////////////////////
           WRITE-RESTART-POINT.
            MOVE SPACES        TO REC-JOBRSTRT
            MOVE STR-PROC-DATE TO JR-DATE
            MOVE I-FAILED-STEP TO JR-STEP
            MOVE 0             TO JR-STEP-RC
            IF I-FAILED-STEP > 0
             MOVE ST-STEP(I-FAILED-STEP)(1:8) TO JR-STEP-NAME
             MOVE I-PRIOR-RC TO JR-STEP-RC
            END-IF

            OPEN OUTPUT RESTART-FILE
            WRITE REC-JOBRSTRT
            CLOSE RESTART-FILE.

           END PROGRAM JOBSTRM.
