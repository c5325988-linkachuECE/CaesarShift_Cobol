           DATA DIVISION.
            FILE SECTION.
             FD  RUN-HISTORY-FILE.
             01 REC-RUNHIST        PIC X(150).

             FD  RUN-REPORT.
             01 REC-RUN-REPORT     PIC X(150).

            WORKING-STORAGE SECTION.
      *    Internal variables
      *    listing can replay them verbatim - the day scan below
      *    picks the date (bytes 1-8 of the timestamp) and program
      *    (bytes 23-30) back out of the stored lines
             01 STR-RUN-ENTRY      PIC X(150) OCCURS 1000 TIMES.
             01 I-RUN-COUNT        PIC 9(4) VALUE 0.
             01 I-ENTRY-ITER       PIC 9(4).
             01 I-OTHER-ITER       PIC 9(4).
             01 STR-DUP-PROGRAM    PIC X(8).

      *    Report line layouts
             01 STR-RUN-HEADER     PIC X(150)
                 VALUE "RUN HISTORY / SCHEDULE REPORT".
             01 STR-RUN-BLANK      PIC X(150) VALUE SPACES.

             01 STR-LASTN-TITLE.
               05 FILLER           PIC X(5)  VALUE "LAST ".
               05 RPT-LASTN        PIC 9(4).
               05 FILLER           PIC X(6)  VALUE " RUNS:".
               05 FILLER           PIC X(135) VALUE SPACES.

             01 STR-DAY-TITLE      PIC X(150)
                 VALUE "CALENDAR DAY COVERAGE:".

             01 STR-DAY-LINE.
               05 FILLER           PIC X(6)  VALUE " RUNS=".
               05 DAY-RUN-COUNT    PIC 9(4).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 DAY-FLAG         PIC X(127).

           PROCEDURE DIVISION.

      *    /////////////////////////////////////////////////////////////
      *    Looks back through the earlier entries of the same day for
      *    another run of the program on the entry at I-ENTRY-ITER -
      *    the program name sits in bytes 23-30 of the stored line.
      *    The JOBSTRM controller writes a start and an end line for
      *    every step it runs, so its lines are never a double run.
      *    /////////////////////////////////////////////////////////////
           CHECK-DUPLICATE-PROGRAM.
            PERFORM VARYING I-OTHER-ITER FROM 1 BY 1
                    UNTIL I-OTHER-ITER >= I-ENTRY-ITER
             IF STR-RUN-ENTRY(I-OTHER-ITER)(1:8) = STR-SCAN-DATE
                   AND STR-RUN-ENTRY(I-ENTRY-ITER)(23:8)
                       NOT = "JOBSTRM"
                   AND STR-RUN-ENTRY(I-OTHER-ITER)(23:8)
                       = STR-RUN-ENTRY(I-ENTRY-ITER)(23:8)
              MOVE STR-RUN-ENTRY(I-ENTRY-ITER)(23:8)
