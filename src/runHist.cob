      *    // Nothing used to record that CIPHJOB ran at all, so a
      *    // skipped night or a double-run day was found out from the
      *    // partner; RUNHRPT reads this file the next morning
      *    // instead. Every line also says when the run started and
      *    // how many seconds it took, off the start the program
      *    // stamped through RUN-CLOCK below.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. LOG-RUN-HISTORY.

           DATA DIVISION.
            FILE SECTION.
             FD  RUN-HISTORY-FILE.
             01 REC-RUNHIST         PIC X(150).

            WORKING-STORAGE SECTION.
             01 STR-RUNHIST-STATUS  PIC X(2).
             01 C-PROCDATE-FUNC     PIC X(1) VALUE "G".
             01 STR-PROC-DATE       PIC X(8).

      *    One run-summary line - layout shared with CAPRPT
             COPY "runhist.cpy".

      *    Run clock - the start the program stamped, the wall
      *    clock now, and the seconds between them
             01 C-CLOCK-GET         PIC X(1) VALUE "G".
             01 STR-START-STAMP.
               05 SS-DATE           PIC 9(8).
               05 SS-HH             PIC 9(2).
               05 SS-MM             PIC 9(2).
               05 SS-SS             PIC 9(2).
             01 STR-END-STAMP.
               05 ES-DATE           PIC 9(8).
               05 ES-HH             PIC 9(2).
               05 ES-MM             PIC 9(2).
               05 ES-SS             PIC 9(2).
             01 I-ELAPSED-SECS      PIC S9(9).

            LINKAGE SECTION.
             01 STR-RH-PROGRAM-NAME PIC X(8).
                     I-RH-RETURN-CODE.

            MOVE FUNCTION CURRENT-DATE TO RH-TIMESTAMP
            MOVE RH-TIMESTAMP(1:14) TO STR-END-STAMP
            PERFORM TIME-THE-RUN
            CALL "BUSINESS-DATE" USING C-PROCDATE-FUNC,
                                       STR-PROC-DATE
            MOVE STR-PROC-DATE TO RH-TIMESTAMP(1:8)

            EXIT PROGRAM.

      *    /////////////////////////////////////////////////////////////
      *    Fetches the start the program stamped through RUN-CLOCK
      *    and works out the seconds to now on day numbers, so a
      *    run that crosses midnight - or a month end - times out
      *    right. A program that stamped no start gets spaces in
      *    START and ELAPSED rather than a made-up time.
      *    /////////////////////////////////////////////////////////////
           TIME-THE-RUN.
            MOVE SPACES TO RH-START
            MOVE SPACES TO RH-ELAPSED
            CALL "RUN-CLOCK" USING C-CLOCK-GET, STR-RH-PROGRAM-NAME,
                                   STR-START-STAMP
            IF STR-START-STAMP IS NOT NUMERIC
             EXIT PARAGRAPH
            END-IF

            COMPUTE I-ELAPSED-SECS =
                (FUNCTION INTEGER-OF-DATE(ES-DATE)
                 - FUNCTION INTEGER-OF-DATE(SS-DATE)) * 86400
                + ES-HH * 3600 + ES-MM * 60 + ES-SS
                - SS-HH * 3600 - SS-MM * 60 - SS-SS
            IF I-ELAPSED-SECS < 0
             MOVE 0 TO I-ELAPSED-SECS
            END-IF
            IF I-ELAPSED-SECS > 999999
             MOVE 999999 TO I-ELAPSED-SECS
            END-IF

            MOVE STR-START-STAMP TO RH-START
            MOVE I-ELAPSED-SECS  TO RH-ELAPSED-SECS.

           END PROGRAM LOG-RUN-HISTORY.


      *    // Wall-clock start stamps for the batch programs of the
      *    // run unit, so LOG-RUN-HISTORY can say how long each run
      *    // took. A program stamps itself on the way in - function
      *    // S, the stamp comes back as well - and LOG-RUN-HISTORY
      *    // asks for it back when the run-summary line is written
      *    // (function G). A program stamped again in the same run
      *    // unit - JOBSTRM clocking each step, a step called once
      *    // per manifest row - simply restamps its own entry; a
      *    // program never stamped gets spaces.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. RUN-CLOCK.

           DATA DIVISION.
            WORKING-STORAGE SECTION.
      *    One entry per program name stamped in this run unit
             01 CLOCK-TABLE         VALUE SPACES.
               05 CLOCK-ENTRY       OCCURS 20 TIMES.
                 10 CK-PROGRAM      PIC X(8).
                 10 CK-START        PIC X(14).
             01 I-CLOCK-COUNT       PIC 99 VALUE 0.
             01 I-CLOCK-SCAN        PIC 99.
             01 I-CLOCK-SLOT        PIC 99.

            LINKAGE SECTION.
             01 C-CLOCK-FUNC        PIC X(1).
               88 C-CLOCK-STAMP           VALUE "S".
             01 STR-CLOCK-PROGRAM   PIC X(8).
             01 STR-CLOCK-START     PIC X(14).

           PROCEDURE DIVISION
               USING C-CLOCK-FUNC, STR-CLOCK-PROGRAM, STR-CLOCK-START.

           MAINLINE.
            MOVE 0 TO I-CLOCK-SLOT
            PERFORM MATCH-ONE-CLOCK
                VARYING I-CLOCK-SCAN FROM 1 BY 1
                UNTIL I-CLOCK-SCAN > I-CLOCK-COUNT
                   OR I-CLOCK-SLOT > 0

            IF NOT C-CLOCK-STAMP
             IF I-CLOCK-SLOT = 0
              MOVE SPACES TO STR-CLOCK-START
             ELSE
              MOVE CK-START(I-CLOCK-SLOT) TO STR-CLOCK-START
             END-IF
             EXIT PROGRAM
            END-IF

            IF I-CLOCK-SLOT = 0
             IF I-CLOCK-COUNT >= 20
              DISPLAY "RUNCLOCK - more than 20 programs in the run "
                      "unit - " STR-CLOCK-PROGRAM " not timed"
              MOVE SPACES TO STR-CLOCK-START
              EXIT PROGRAM
             END-IF
             ADD 1 TO I-CLOCK-COUNT
             MOVE I-CLOCK-COUNT TO I-CLOCK-SLOT
             MOVE STR-CLOCK-PROGRAM TO CK-PROGRAM(I-CLOCK-SLOT)
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:14) TO CK-START(I-CLOCK-SLOT)
            MOVE CK-START(I-CLOCK-SLOT) TO STR-CLOCK-START

            EXIT PROGRAM.

           MATCH-ONE-CLOCK.
            IF CK-PROGRAM(I-CLOCK-SCAN) = STR-CLOCK-PROGRAM
             MOVE I-CLOCK-SCAN TO I-CLOCK-SLOT
            END-IF.

           END PROGRAM RUN-CLOCK.
