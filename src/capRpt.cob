      *    // Batch-window capacity report - reads the START and
      *    // ELAPSED timings LOG-RUN-HISTORY now writes on every
      *    // RUNHIST line and prints, program by program, the
      *    // records-per-minute each run managed over the trend
      *    // days and whether that rate is holding. It then takes
      *    // each partner's daily volume off PARTSTAT, fits a
      *    // straight-line growth to it, and projects the nightly
      *    // stream forward day by day for the next 90 days - the
      *    // fixed cost of the steps that do not grow with volume,
      *    // plus the projected volume at CIPHMANY's measured rate
      *    // - giving the time each night should finish and the
      *    // first date that finish falls past the end of the
      *    // batch window. Until now the window was found to be too
      *    // short on the morning it was.
      *    // Condition codes: 0 the window holds for 90 days, 4 the
      *    // window is exceeded inside 90 days, 8 no forecast could
      *    // be made (bad parameters, no timed CIPHMANY runs).
           IDENTIFICATION DIVISION.
            PROGRAM-ID. CAPRPT.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-RUNHIST-STATUS.
                 SELECT PARTSTAT-FILE ASSIGN TO "PARTSTAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-PARTSTAT-STATUS.
                 SELECT CAP-REPORT ASSIGN TO "CAPRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
            FILE SECTION.
             FD  RUN-HISTORY-FILE.
             01 REC-RUNHIST        PIC X(150).

             FD  PARTSTAT-FILE.
             COPY "statrec.cpy".

             FD  CAP-REPORT.
             01 REC-CAP-RPT        PIC X(132).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-RUNHIST-STATUS PIC X(2).
             01 STR-PARTSTAT-STATUS PIC X(2).
             01 I-RUN-RC           PIC 99   VALUE 0.

      *    One RUNHIST line, read into the shared layout
             COPY "runhist.cpy".

             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-PROC-DATE      PIC X(8).

      *    Run parameters - trend days back from the business date,
      *    and the batch window as a start time and a length, both
      *    HHMM
             01 STR-ENTRY-DAYS     PIC X(2).
             01 I-TREND-DAYS       PIC 99   VALUE 30.
             01 STR-ENTRY-START    PIC X(4).
             01 STR-WINDOW-START   PIC X(4) VALUE "2200".
             01 STR-WINDOW-START-PARTS REDEFINES STR-WINDOW-START.
               05 I-WSTART-HH      PIC 99.
               05 I-WSTART-MM      PIC 99.
             01 STR-ENTRY-LENGTH   PIC X(4).
             01 STR-WINDOW-LENGTH  PIC X(4) VALUE "0800".
             01 STR-WINDOW-LENGTH-PARTS REDEFINES STR-WINDOW-LENGTH.
               05 I-WLENGTH-HH     PIC 99.
               05 I-WLENGTH-MM     PIC 99.
             01 I-WINDOW-MINUTES   PIC 9(4).
             01 I-WSTART-MINUTES   PIC 9(4).

      *    Trend days run on INTEGER-OF-DATE day numbers - day 1 of
      *    the trend is the oldest, the business date the newest
             01 I-DATE-NUM         PIC 9(8).
             01 I-DAY-INT          PIC 9(7).
             01 I-FIRST-DAY-INT    PIC 9(7).
             01 I-LAST-DAY-INT     PIC 9(7).
             01 I-DAY-INDEX        PIC S9(7).
             01 I-HALF-DAYS        PIC 99.
             01 STR-FIRST-DATE     PIC X(8).

      *    Timed runs by program and trend day. A run inside the
      *    second it started in is counted as taking one second, so
      *    a rate is never a division by zero.
             01 I-PROGRAM-COUNT    PIC 99   VALUE 0.
             01 PROGRAM-TABLE.
               05 PG-ENTRY OCCURS 20 TIMES.
                 10 PG-PROGRAM     PIC X(8).
                 10 PG-RUNS        PIC 9(5).
                 10 PG-RECORDS     PIC 9(10).
                 10 PG-SECS        PIC 9(9).
                 10 PG-DAY OCCURS 90 TIMES.
                   15 PD-RUNS      PIC 9(3).
                   15 PD-RECORDS   PIC 9(8).
                   15 PD-SECS      PIC 9(7).
             01 I-PG-ITER          PIC 99.
             01 I-PG-SLOT          PIC 99.
             01 I-MANY-SLOT        PIC 99   VALUE 0.
             01 I-DAY-ITER         PIC 99.

      *    Nightly stream time by trend day - the sum of the
      *    elapsed seconds on JOBSTRM's step-ENDED lines
             01 WINDOW-TABLE.
               05 WD-DAY OCCURS 90 TIMES.
                 10 WD-SECS        PIC 9(7).
             01 I-STREAM-NIGHTS    PIC 99   VALUE 0.
             01 I-OTHER-SECS       PIC S9(9).
             01 I-OTHER-SECS-SUM   PIC S9(11) VALUE 0.

      *    Daily volume growth by partner - the running sums the
      *    least-squares line is fitted from, with day number x
      *    and the partner's PARTSTAT records that day y. A day the
      *    partner sent nothing counts as a day of zero volume.
             01 I-PARTNER-COUNT    PIC 99   VALUE 0.
             01 GROWTH-TABLE.
               05 GR-ENTRY OCCURS 50 TIMES.
                 10 GR-PARTNER     PIC X(8).
                 10 GR-SUM-Y       PIC 9(11).
                 10 GR-SUM-XY      PIC 9(13).
                 10 GR-SLOPE       PIC S9(7)V9999.
                 10 GR-BASE        PIC S9(9)V99.
             01 I-GR-ITER          PIC 99.
             01 I-GR-SLOT          PIC 99.
             01 I-SUM-X            PIC 9(7).
             01 I-SUM-XX           PIC 9(9).
             01 I-FIT-DENOM        PIC 9(13).

      *    Throughput and forecast arithmetic
             01 I-MANY-RATE        PIC 9(7)V99 VALUE 0.
             01 I-OVERHEAD-MINUTES PIC 9(5)V9  VALUE 0.
             01 I-WORK-SECS        PIC 9(9).
             01 I-WORK-RATE        PIC 9(7)V99.
             01 I-HALF1-RECORDS    PIC 9(10).
             01 I-HALF1-SECS       PIC 9(9).
             01 I-HALF2-RECORDS    PIC 9(10).
             01 I-HALF2-SECS       PIC 9(9).
             01 I-HALF1-RATE       PIC 9(7)V99.
             01 I-HALF2-RATE       PIC 9(7)V99.
             01 I-TREND-PCT        PIC S9(5)V9.
             01 I-AHEAD            PIC 999.
             01 I-PART-VOLUME      PIC S9(11)V99.
             01 I-PROJ-VOLUME      PIC 9(11).
             01 I-PROJ-MINUTES     PIC 9(7)V9.
             01 I-END-MINUTES      PIC 9(7).
             01 I-END-DAYS         PIC 9(3).
             01 I-END-OF-DAY       PIC 9(4).
             01 I-END-HH           PIC 99.
             01 I-END-MM           PIC 99.
             01 STR-FIRST-OVER     PIC X(8) VALUE SPACES.
             01 I-FIRST-OVER-DAY   PIC 999  VALUE 0.
             01 I-OVER-DAYS        PIC 999  VALUE 0.

      *    Report line layouts
             01 STR-CAP-HEADER     PIC X(132)
                 VALUE "BATCH WINDOW CAPACITY REPORT".
             01 STR-CAP-BLANK      PIC X(132) VALUE SPACES.
             01 STR-CAP-RUN-LINE.
               05 FILLER           PIC X(14) VALUE "BUSINESS DATE=".
               05 CAP-PROC-DATE    PIC X(8).
               05 FILLER           PIC X(12) VALUE " TREND FROM=".
               05 CAP-FIRST-DATE   PIC X(8).
               05 FILLER           PIC X(7)  VALUE " DAYS=".
               05 CAP-TREND-DAYS   PIC Z9.
               05 FILLER           PIC X(15) VALUE " WINDOW START=".
               05 CAP-WSTART       PIC X(4).
               05 FILLER           PIC X(8)  VALUE " LENGTH=".
               05 CAP-WLENGTH      PIC X(4).
               05 FILLER           PIC X(11) VALUE " (MINUTES=".
               05 CAP-WMINUTES     PIC ZZZ9.
               05 FILLER           PIC X(1)  VALUE ")".

             01 STR-CAP-TREND-TITLE PIC X(132)
                 VALUE "RECORDS PER MINUTE BY PROGRAM:".
             01 STR-CAP-PROG-LINE.
               05 FILLER           PIC X(8)  VALUE "PROGRAM=".
               05 CAP-PROGRAM      PIC X(8).
               05 FILLER           PIC X(6)  VALUE " RUNS=".
               05 CAP-PG-RUNS      PIC ZZZZ9.
               05 FILLER           PIC X(9)  VALUE " RECORDS=".
               05 CAP-PG-RECORDS   PIC Z(9)9.
               05 FILLER           PIC X(9)  VALUE " MINUTES=".
               05 CAP-PG-MINUTES   PIC Z(6)9.9.
               05 FILLER           PIC X(9)  VALUE " REC/MIN=".
               05 CAP-PG-RATE      PIC Z(6)9.99.
               05 FILLER           PIC X(7)  VALUE " TREND=".
               05 CAP-PG-TREND     PIC X(20).
             01 STR-CAP-TREND-PCT.
               05 CAP-TREND-PCT    PIC +(5)9.9.
               05 FILLER           PIC X(1)  VALUE "%".
               05 FILLER           PIC X(11) VALUE SPACES.
             01 STR-CAP-PDAY-LINE.
               05 FILLER           PIC X(4)  VALUE SPACES.
               05 CAP-PD-DATE      PIC X(8).
               05 FILLER           PIC X(6)  VALUE " RUNS=".
               05 CAP-PD-RUNS      PIC ZZ9.
               05 FILLER           PIC X(9)  VALUE " RECORDS=".
               05 CAP-PD-RECORDS   PIC Z(7)9.
               05 FILLER           PIC X(9)  VALUE " MINUTES=".
               05 CAP-PD-MINUTES   PIC Z(5)9.9.
               05 FILLER           PIC X(9)  VALUE " REC/MIN=".
               05 CAP-PD-RATE      PIC Z(6)9.99.

             01 STR-CAP-WINDOW-TITLE PIC X(132)
                 VALUE "NIGHTLY STREAM TIME (JOBSTRM STEPS):".
             01 STR-CAP-WDAY-LINE.
               05 FILLER           PIC X(4)  VALUE SPACES.
               05 CAP-WD-DATE      PIC X(8).
               05 FILLER           PIC X(16) VALUE " STREAM MINUTES=".
               05 CAP-WD-MINUTES   PIC Z(5)9.9.
               05 FILLER           PIC X(18)
                   VALUE " CIPHMANY MINUTES=".
               05 CAP-WD-MANY      PIC Z(5)9.9.
               05 FILLER           PIC X(15) VALUE " OTHER MINUTES=".
               05 CAP-WD-OTHER     PIC Z(5)9.9.
             01 STR-CAP-OVERHEAD-LINE.
               05 FILLER           PIC X(31)
                   VALUE "FIXED MINUTES PER NIGHT (MEAN=".
               05 CAP-OVERHEAD     PIC Z(4)9.9.
               05 FILLER           PIC X(10) VALUE ") NIGHTS=".
               05 CAP-NIGHTS       PIC Z9.
             01 STR-CAP-RATE-LINE.
               05 FILLER           PIC X(20)
                   VALUE "CIPHMANY THROUGHPUT=".
               05 CAP-MANY-RATE    PIC Z(6)9.99.
               05 FILLER           PIC X(19)
                   VALUE " RECORDS PER MINUTE".

             01 STR-CAP-GROWTH-TITLE PIC X(132)
                 VALUE "PARTNER DAILY VOLUME GROWTH (PARTSTAT):".
             01 STR-CAP-GR-LINE.
               05 FILLER           PIC X(4)  VALUE SPACES.
               05 CAP-GR-PARTNER   PIC X(8).
               05 FILLER           PIC X(13) VALUE " MEAN PER DAY".
               05 FILLER           PIC X(1)  VALUE "=".
               05 CAP-GR-MEAN      PIC Z(8)9.
               05 FILLER           PIC X(16) VALUE " GROWTH PER DAY=".
               05 CAP-GR-SLOPE     PIC -(7)9.99.
               05 FILLER           PIC X(12) VALUE " IN 90 DAYS=".
               05 CAP-GR-DAY90     PIC Z(10)9.

             01 STR-CAP-FORECAST-TITLE PIC X(132)
                 VALUE "90-DAY COMPLETION FORECAST:".
             01 STR-CAP-FC-LINE.
               05 FILLER           PIC X(4)  VALUE SPACES.
               05 CAP-FC-DATE      PIC X(8).
               05 FILLER           PIC X(9)  VALUE " RECORDS=".
               05 CAP-FC-RECORDS   PIC Z(10)9.
               05 FILLER           PIC X(9)  VALUE " MINUTES=".
               05 CAP-FC-MINUTES   PIC Z(6)9.9.
               05 FILLER           PIC X(11) VALUE " COMPLETES=".
               05 CAP-FC-END-HH    PIC 99.
               05 FILLER           PIC X(1)  VALUE ":".
               05 CAP-FC-END-MM    PIC 99.
               05 FILLER           PIC X(5)  VALUE " DAY+".
               05 CAP-FC-END-DAYS  PIC 9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 CAP-FC-FLAG      PIC X(24).

             01 STR-CAP-VERDICT    PIC X(132).

           PROCEDURE DIVISION.

           MAINLINE.
            PERFORM ACCEPT-PARAMETERS
            IF I-RUN-RC NOT = 0
             MOVE I-RUN-RC TO RETURN-CODE
             GOBACK
            END-IF

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            MOVE STR-PROC-DATE TO I-DATE-NUM
            COMPUTE I-LAST-DAY-INT =
                FUNCTION INTEGER-OF-DATE(I-DATE-NUM)
            COMPUTE I-FIRST-DAY-INT = I-LAST-DAY-INT - I-TREND-DAYS + 1
            COMPUTE I-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(I-FIRST-DAY-INT)
            MOVE I-DATE-NUM TO STR-FIRST-DATE
            COMPUTE I-HALF-DAYS = I-TREND-DAYS / 2

            INITIALIZE PROGRAM-TABLE
            INITIALIZE WINDOW-TABLE
            INITIALIZE GROWTH-TABLE

            PERFORM LOAD-RUN-TIMINGS
            PERFORM LOAD-PARTNER-VOLUMES
            PERFORM FIT-ONE-PARTNER
                VARYING I-GR-ITER FROM 1 BY 1
                UNTIL I-GR-ITER > I-PARTNER-COUNT
            PERFORM WORK-OUT-THROUGHPUT

            OPEN OUTPUT CAP-REPORT
            WRITE REC-CAP-RPT FROM STR-CAP-HEADER
            MOVE STR-PROC-DATE    TO CAP-PROC-DATE
            MOVE STR-FIRST-DATE   TO CAP-FIRST-DATE
            MOVE I-TREND-DAYS     TO CAP-TREND-DAYS
            MOVE STR-WINDOW-START TO CAP-WSTART
            MOVE STR-WINDOW-LENGTH TO CAP-WLENGTH
            MOVE I-WINDOW-MINUTES TO CAP-WMINUTES
            WRITE REC-CAP-RPT FROM STR-CAP-RUN-LINE
            WRITE REC-CAP-RPT FROM STR-CAP-BLANK

            PERFORM WRITE-PROGRAM-TRENDS
            PERFORM WRITE-STREAM-TIMES
            PERFORM WRITE-PARTNER-GROWTH
            PERFORM WRITE-FORECAST

            CLOSE CAP-REPORT

            EVALUATE TRUE
             WHEN I-MANY-SLOT = 0 OR I-MANY-RATE = 0
              DISPLAY "CAPRPT - no timed CIPHMANY runs in the trend "
                      "- no forecast"
              MOVE 8 TO I-RUN-RC
             WHEN STR-FIRST-OVER NOT = SPACES
              DISPLAY "CAPRPT - batch window first exceeded on "
                      STR-FIRST-OVER " (" I-OVER-DAYS " of the next "
                      "90 nights over)"
              MOVE 4 TO I-RUN-RC
             WHEN OTHER
              DISPLAY "CAPRPT - batch window holds for the next 90 "
                      "days"
            END-EVALUATE

            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    Trend days, window start and window length, each with a
      *    default for a blank answer - the window is taken as
      *    starting at 22:00 and running eight hours
      *    /////////////////////////////////////////////////////////////
           ACCEPT-PARAMETERS.
            DISPLAY "CAPRPT - trend days back from the business date "
                    "(1-90, blank for 30): "
            ACCEPT STR-ENTRY-DAYS
            EVALUATE TRUE
             WHEN STR-ENTRY-DAYS = SPACES
              CONTINUE
             WHEN STR-ENTRY-DAYS(2:1) = SPACE
                  AND STR-ENTRY-DAYS(1:1) IS NUMERIC
                  AND STR-ENTRY-DAYS(1:1) NOT = "0"
              MOVE STR-ENTRY-DAYS(1:1) TO I-TREND-DAYS
             WHEN STR-ENTRY-DAYS IS NUMERIC
                  AND STR-ENTRY-DAYS NOT = "00"
                  AND STR-ENTRY-DAYS NOT > "90"
              MOVE STR-ENTRY-DAYS TO I-TREND-DAYS
             WHEN OTHER
              DISPLAY "CAPRPT - REJECTED - trend must be 1 to 90 "
                      "days"
              MOVE 8 TO I-RUN-RC
              EXIT PARAGRAPH
            END-EVALUATE

            DISPLAY "CAPRPT - batch window start (HHMM, blank for "
                    "2200): "
            ACCEPT STR-ENTRY-START
            IF STR-ENTRY-START NOT = SPACES
             MOVE STR-ENTRY-START TO STR-WINDOW-START
            END-IF
            IF STR-WINDOW-START IS NOT NUMERIC
                  OR I-WSTART-HH > 23 OR I-WSTART-MM > 59
             DISPLAY "CAPRPT - REJECTED - window start must be a "
                     "time of day, HHMM"
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            DISPLAY "CAPRPT - batch window length (HHMM, blank for "
                    "0800): "
            ACCEPT STR-ENTRY-LENGTH
            IF STR-ENTRY-LENGTH NOT = SPACES
             MOVE STR-ENTRY-LENGTH TO STR-WINDOW-LENGTH
            END-IF
            IF STR-WINDOW-LENGTH IS NOT NUMERIC
                  OR STR-WINDOW-LENGTH = "0000"
                  OR STR-WINDOW-LENGTH > "2400"
                  OR I-WLENGTH-MM > 59
             DISPLAY "CAPRPT - REJECTED - window length must be "
                     "0001 to 2400, HHMM"
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            COMPUTE I-WSTART-MINUTES = I-WSTART-HH * 60 + I-WSTART-MM
            COMPUTE I-WINDOW-MINUTES =
                I-WLENGTH-HH * 60 + I-WLENGTH-MM.

      *    /////////////////////////////////////////////////////////////
      *    Posts every clocked RUNHIST line inside the trend days -
      *    JOBSTRM's step-ENDED lines to the night's stream time,
      *    every other program's run to its own slot. Lines written
      *    before runs were clocked carry no ELAPSED and are passed
      *    over.
      *    /////////////////////////////////////////////////////////////
           LOAD-RUN-TIMINGS.
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT RUN-HISTORY-FILE
            IF STR-RUNHIST-STATUS = "35"
             DISPLAY "CAPRPT - no RUNHIST file - no run timings"
            ELSE
             PERFORM TALLY-ONE-RUN-LINE UNTIL I-AT-EOF
             CLOSE RUN-HISTORY-FILE
            END-IF.

           TALLY-ONE-RUN-LINE.
            READ RUN-HISTORY-FILE INTO STR-RUNHIST-LINE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            IF RH-TIMESTAMP(1:8) IS NOT NUMERIC
                  OR RH-ELAPSED IS NOT NUMERIC
             EXIT PARAGRAPH
            END-IF

            MOVE RH-TIMESTAMP(1:8) TO I-DATE-NUM
            PERFORM SET-DAY-INDEX
            IF I-DAY-INDEX < 1 OR I-DAY-INDEX > I-TREND-DAYS
             EXIT PARAGRAPH
            END-IF

            IF RH-PROGRAM = "JOBSTRM"
             IF RH-OUTPUT-DD = "ENDED"
              ADD RH-ELAPSED-SECS TO WD-SECS(I-DAY-INDEX)
             END-IF
             EXIT PARAGRAPH
            END-IF

            PERFORM FIND-PROGRAM-SLOT
            IF I-PG-SLOT = 0
             EXIT PARAGRAPH
            END-IF

            MOVE RH-ELAPSED-SECS TO I-WORK-SECS
            IF I-WORK-SECS = 0
             MOVE 1 TO I-WORK-SECS
            END-IF

            ADD 1               TO PG-RUNS(I-PG-SLOT)
            ADD RH-RECORDS      TO PG-RECORDS(I-PG-SLOT)
            ADD I-WORK-SECS     TO PG-SECS(I-PG-SLOT)
            ADD 1               TO PD-RUNS(I-PG-SLOT, I-DAY-INDEX)
            ADD RH-RECORDS      TO PD-RECORDS(I-PG-SLOT, I-DAY-INDEX)
            ADD I-WORK-SECS     TO PD-SECS(I-PG-SLOT, I-DAY-INDEX).

      *    Day number of the trend for the date in I-DATE-NUM - an
      *    impossible date comes back as day zero and is dropped
           SET-DAY-INDEX.
            COMPUTE I-DAY-INT = FUNCTION INTEGER-OF-DATE(I-DATE-NUM)
            IF I-DAY-INT = 0
             MOVE 0 TO I-DAY-INDEX
            ELSE
             COMPUTE I-DAY-INDEX = I-DAY-INT - I-FIRST-DAY-INT + 1
            END-IF.

           FIND-PROGRAM-SLOT.
            MOVE 0 TO I-PG-SLOT
            PERFORM MATCH-ONE-PROGRAM
                VARYING I-PG-ITER FROM 1 BY 1
                UNTIL I-PG-ITER > I-PROGRAM-COUNT
                   OR I-PG-SLOT > 0

            IF I-PG-SLOT = 0
             IF I-PROGRAM-COUNT >= 20
              DISPLAY "CAPRPT - more than 20 programs on RUNHIST - "
                      RH-PROGRAM " not reported"
             ELSE
              ADD 1 TO I-PROGRAM-COUNT
              MOVE I-PROGRAM-COUNT TO I-PG-SLOT
              MOVE RH-PROGRAM TO PG-PROGRAM(I-PG-SLOT)
              IF RH-PROGRAM = "CIPHMANY"
               MOVE I-PG-SLOT TO I-MANY-SLOT
              END-IF
             END-IF
            END-IF.

           MATCH-ONE-PROGRAM.
            IF PG-PROGRAM(I-PG-ITER) = RH-PROGRAM
             MOVE I-PG-ITER TO I-PG-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Posts each PARTSTAT line inside the trend days to its
      *    partner's growth sums - y is the line's record count, x
      *    the trend day it fell on
      *    /////////////////////////////////////////////////////////////
           LOAD-PARTNER-VOLUMES.
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT PARTSTAT-FILE
            IF STR-PARTSTAT-STATUS = "35"
             DISPLAY "CAPRPT - no PARTSTAT file - volumes taken as "
                     "flat"
            ELSE
             PERFORM TALLY-ONE-STAT-LINE UNTIL I-AT-EOF
             CLOSE PARTSTAT-FILE
            END-IF.

           TALLY-ONE-STAT-LINE.
            READ PARTSTAT-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            IF PS-DATE IS NOT NUMERIC
             EXIT PARAGRAPH
            END-IF

            MOVE PS-DATE TO I-DATE-NUM
            PERFORM SET-DAY-INDEX
            IF I-DAY-INDEX < 1 OR I-DAY-INDEX > I-TREND-DAYS
             EXIT PARAGRAPH
            END-IF

            PERFORM FIND-PARTNER-SLOT
            IF I-GR-SLOT = 0
             EXIT PARAGRAPH
            END-IF

            ADD PS-RECORDS TO GR-SUM-Y(I-GR-SLOT)
            COMPUTE GR-SUM-XY(I-GR-SLOT) =
                GR-SUM-XY(I-GR-SLOT) + I-DAY-INDEX * PS-RECORDS.

           FIND-PARTNER-SLOT.
            MOVE 0 TO I-GR-SLOT
            PERFORM MATCH-ONE-PARTNER
                VARYING I-GR-ITER FROM 1 BY 1
                UNTIL I-GR-ITER > I-PARTNER-COUNT
                   OR I-GR-SLOT > 0

            IF I-GR-SLOT = 0 AND I-PARTNER-COUNT < 50
             ADD 1 TO I-PARTNER-COUNT
             MOVE I-PARTNER-COUNT TO I-GR-SLOT
             MOVE PS-PARTNER TO GR-PARTNER(I-GR-SLOT)
            END-IF.

           MATCH-ONE-PARTNER.
            IF GR-PARTNER(I-GR-ITER) = PS-PARTNER
             MOVE I-GR-ITER TO I-GR-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Least-squares straight line through the partner's daily
      *    volumes, x = 1 to the trend days:
      *      slope = (n.Sxy - Sx.Sy) / (n.Sxx - Sx.Sx)
      *      base  = (Sy - slope.Sx) / n
      *    A one-day trend has no slope - the day's volume is taken
      *    as flat.
      *    /////////////////////////////////////////////////////////////
           FIT-ONE-PARTNER.
            COMPUTE I-SUM-X  = I-TREND-DAYS * (I-TREND-DAYS + 1) / 2
            COMPUTE I-SUM-XX = I-TREND-DAYS * (I-TREND-DAYS + 1)
                               * (2 * I-TREND-DAYS + 1) / 6
            COMPUTE I-FIT-DENOM = I-TREND-DAYS * I-SUM-XX
                                  - I-SUM-X * I-SUM-X

            IF I-FIT-DENOM = 0
             MOVE 0 TO GR-SLOPE(I-GR-ITER)
            ELSE
             COMPUTE GR-SLOPE(I-GR-ITER) ROUNDED =
                 (I-TREND-DAYS * GR-SUM-XY(I-GR-ITER)
                  - I-SUM-X * GR-SUM-Y(I-GR-ITER)) / I-FIT-DENOM
            END-IF

            COMPUTE GR-BASE(I-GR-ITER) ROUNDED =
                (GR-SUM-Y(I-GR-ITER) - GR-SLOPE(I-GR-ITER) * I-SUM-X)
                / I-TREND-DAYS.

      *    /////////////////////////////////////////////////////////////
      *    CIPHMANY's records per minute over every timed run in the
      *    trend, and the fixed part of the night - stream time
      *    less CIPHMANY's own, averaged over the nights JOBSTRM
      *    clocked. With no clocked nights the forecast counts
      *    CIPHMANY alone.
      *    /////////////////////////////////////////////////////////////
           WORK-OUT-THROUGHPUT.
            IF I-MANY-SLOT > 0
             COMPUTE I-MANY-RATE ROUNDED =
                 PG-RECORDS(I-MANY-SLOT) * 60 / PG-SECS(I-MANY-SLOT)
            END-IF

            PERFORM ADD-ONE-NIGHT-OVERHEAD
                VARYING I-DAY-ITER FROM 1 BY 1
                UNTIL I-DAY-ITER > I-TREND-DAYS

            IF I-STREAM-NIGHTS > 0
             COMPUTE I-OVERHEAD-MINUTES ROUNDED =
                 I-OTHER-SECS-SUM / I-STREAM-NIGHTS / 60
            END-IF.

           ADD-ONE-NIGHT-OVERHEAD.
            IF WD-SECS(I-DAY-ITER) > 0
             ADD 1 TO I-STREAM-NIGHTS
             MOVE WD-SECS(I-DAY-ITER) TO I-OTHER-SECS
             IF I-MANY-SLOT > 0
              SUBTRACT PD-SECS(I-MANY-SLOT, I-DAY-ITER)
                  FROM I-OTHER-SECS
             END-IF
             IF I-OTHER-SECS > 0
              ADD I-OTHER-SECS TO I-OTHER-SECS-SUM
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    One summary line per program - its rate over the whole
      *    trend, and the change from the rate of the first half of
      *    the trend days to that of the second, a falling rate
      *    showing negative - then a line for every trend day it ran
      *    /////////////////////////////////////////////////////////////
           WRITE-PROGRAM-TRENDS.
            WRITE REC-CAP-RPT FROM STR-CAP-TREND-TITLE
            IF I-PROGRAM-COUNT = 0
             MOVE "    NO TIMED RUNS IN THE TREND DAYS" TO REC-CAP-RPT
             WRITE REC-CAP-RPT
            END-IF

            PERFORM WRITE-ONE-PROGRAM
                VARYING I-PG-ITER FROM 1 BY 1
                UNTIL I-PG-ITER > I-PROGRAM-COUNT

            WRITE REC-CAP-RPT FROM STR-CAP-BLANK.

           WRITE-ONE-PROGRAM.
            MOVE 0 TO I-HALF1-RECORDS
            MOVE 0 TO I-HALF1-SECS
            MOVE 0 TO I-HALF2-RECORDS
            MOVE 0 TO I-HALF2-SECS
            PERFORM ADD-ONE-HALF-DAY
                VARYING I-DAY-ITER FROM 1 BY 1
                UNTIL I-DAY-ITER > I-TREND-DAYS

            MOVE PG-PROGRAM(I-PG-ITER) TO CAP-PROGRAM
            MOVE PG-RUNS(I-PG-ITER)    TO CAP-PG-RUNS
            MOVE PG-RECORDS(I-PG-ITER) TO CAP-PG-RECORDS
            COMPUTE CAP-PG-MINUTES ROUNDED = PG-SECS(I-PG-ITER) / 60
            COMPUTE I-WORK-RATE ROUNDED =
                PG-RECORDS(I-PG-ITER) * 60 / PG-SECS(I-PG-ITER)
            MOVE I-WORK-RATE TO CAP-PG-RATE

            IF I-HALF1-SECS = 0 OR I-HALF2-SECS = 0
             MOVE "NOT ENOUGH RUNS" TO CAP-PG-TREND
            ELSE
             COMPUTE I-HALF1-RATE ROUNDED =
                 I-HALF1-RECORDS * 60 / I-HALF1-SECS
             COMPUTE I-HALF2-RATE ROUNDED =
                 I-HALF2-RECORDS * 60 / I-HALF2-SECS
             IF I-HALF1-RATE = 0
              MOVE "NOT ENOUGH RUNS" TO CAP-PG-TREND
             ELSE
              COMPUTE I-TREND-PCT ROUNDED =
                  (I-HALF2-RATE - I-HALF1-RATE) * 100 / I-HALF1-RATE
              MOVE I-TREND-PCT TO CAP-TREND-PCT
              MOVE STR-CAP-TREND-PCT TO CAP-PG-TREND
             END-IF
            END-IF
            WRITE REC-CAP-RPT FROM STR-CAP-PROG-LINE

            PERFORM WRITE-ONE-PROGRAM-DAY
                VARYING I-DAY-ITER FROM 1 BY 1
                UNTIL I-DAY-ITER > I-TREND-DAYS.

           ADD-ONE-HALF-DAY.
            IF I-DAY-ITER > I-HALF-DAYS
             ADD PD-RECORDS(I-PG-ITER, I-DAY-ITER) TO I-HALF2-RECORDS
             ADD PD-SECS(I-PG-ITER, I-DAY-ITER)    TO I-HALF2-SECS
            ELSE
             ADD PD-RECORDS(I-PG-ITER, I-DAY-ITER) TO I-HALF1-RECORDS
             ADD PD-SECS(I-PG-ITER, I-DAY-ITER)    TO I-HALF1-SECS
            END-IF.

           WRITE-ONE-PROGRAM-DAY.
            IF PD-RUNS(I-PG-ITER, I-DAY-ITER) = 0
             EXIT PARAGRAPH
            END-IF

            COMPUTE I-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                I-FIRST-DAY-INT + I-DAY-ITER - 1)
            MOVE I-DATE-NUM TO CAP-PD-DATE
            MOVE PD-RUNS(I-PG-ITER, I-DAY-ITER)    TO CAP-PD-RUNS
            MOVE PD-RECORDS(I-PG-ITER, I-DAY-ITER) TO CAP-PD-RECORDS
            COMPUTE CAP-PD-MINUTES ROUNDED =
                PD-SECS(I-PG-ITER, I-DAY-ITER) / 60
            COMPUTE I-WORK-RATE ROUNDED =
                PD-RECORDS(I-PG-ITER, I-DAY-ITER) * 60
                / PD-SECS(I-PG-ITER, I-DAY-ITER)
            MOVE I-WORK-RATE TO CAP-PD-RATE
            WRITE REC-CAP-RPT FROM STR-CAP-PDAY-LINE.

      *    /////////////////////////////////////////////////////////////
      *    The nights JOBSTRM clocked, split into CIPHMANY's time and
      *    the rest, then the fixed minutes and the CIPHMANY rate
      *    the forecast runs on
      *    /////////////////////////////////////////////////////////////
           WRITE-STREAM-TIMES.
            WRITE REC-CAP-RPT FROM STR-CAP-WINDOW-TITLE
            IF I-STREAM-NIGHTS = 0
             MOVE "    NO CLOCKED STREAM NIGHTS - CIPHMANY TIME ONLY"
                 TO REC-CAP-RPT
             WRITE REC-CAP-RPT
            END-IF

            PERFORM WRITE-ONE-STREAM-NIGHT
                VARYING I-DAY-ITER FROM 1 BY 1
                UNTIL I-DAY-ITER > I-TREND-DAYS

            MOVE I-OVERHEAD-MINUTES TO CAP-OVERHEAD
            MOVE I-STREAM-NIGHTS    TO CAP-NIGHTS
            WRITE REC-CAP-RPT FROM STR-CAP-OVERHEAD-LINE
            MOVE I-MANY-RATE        TO CAP-MANY-RATE
            WRITE REC-CAP-RPT FROM STR-CAP-RATE-LINE
            WRITE REC-CAP-RPT FROM STR-CAP-BLANK.

           WRITE-ONE-STREAM-NIGHT.
            IF WD-SECS(I-DAY-ITER) = 0
             EXIT PARAGRAPH
            END-IF

            COMPUTE I-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                I-FIRST-DAY-INT + I-DAY-ITER - 1)
            MOVE I-DATE-NUM TO CAP-WD-DATE
            COMPUTE CAP-WD-MINUTES ROUNDED = WD-SECS(I-DAY-ITER) / 60
            MOVE WD-SECS(I-DAY-ITER) TO I-OTHER-SECS
            IF I-MANY-SLOT = 0
             MOVE 0 TO CAP-WD-MANY
            ELSE
             COMPUTE CAP-WD-MANY ROUNDED =
                 PD-SECS(I-MANY-SLOT, I-DAY-ITER) / 60
             SUBTRACT PD-SECS(I-MANY-SLOT, I-DAY-ITER)
                 FROM I-OTHER-SECS
            END-IF
            IF I-OTHER-SECS < 0
             MOVE 0 TO I-OTHER-SECS
            END-IF
            COMPUTE CAP-WD-OTHER ROUNDED = I-OTHER-SECS / 60
            WRITE REC-CAP-RPT FROM STR-CAP-WDAY-LINE.

           WRITE-PARTNER-GROWTH.
            WRITE REC-CAP-RPT FROM STR-CAP-GROWTH-TITLE
            IF I-PARTNER-COUNT = 0
             MOVE "    NO PARTNER VOLUMES IN THE TREND DAYS"
                 TO REC-CAP-RPT
             WRITE REC-CAP-RPT
            END-IF

            PERFORM WRITE-ONE-PARTNER-GROWTH
                VARYING I-GR-ITER FROM 1 BY 1
                UNTIL I-GR-ITER > I-PARTNER-COUNT

            WRITE REC-CAP-RPT FROM STR-CAP-BLANK.

           WRITE-ONE-PARTNER-GROWTH.
            MOVE GR-PARTNER(I-GR-ITER) TO CAP-GR-PARTNER
            COMPUTE CAP-GR-MEAN ROUNDED =
                GR-SUM-Y(I-GR-ITER) / I-TREND-DAYS
            MOVE GR-SLOPE(I-GR-ITER) TO CAP-GR-SLOPE
            MOVE 90 TO I-AHEAD
            PERFORM PROJECT-PARTNER-VOLUME
            MOVE I-PART-VOLUME TO CAP-GR-DAY90
            WRITE REC-CAP-RPT FROM STR-CAP-GR-LINE.

      *    The fitted line for the partner at I-GR-ITER, I-AHEAD
      *    days past the business date - never below nothing
           PROJECT-PARTNER-VOLUME.
            COMPUTE I-PART-VOLUME ROUNDED =
                GR-BASE(I-GR-ITER)
                + GR-SLOPE(I-GR-ITER) * (I-TREND-DAYS + I-AHEAD)
            IF I-PART-VOLUME < 0
             MOVE 0 TO I-PART-VOLUME
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Night by night for the next 90 days: the partners'
      *    projected volume, the minutes that takes at CIPHMANY's
      *    rate on top of the fixed minutes, and the clock time the
      *    stream would finish if it started on time - flagged
      *    wherever it runs past the end of the window
      *    /////////////////////////////////////////////////////////////
           WRITE-FORECAST.
            WRITE REC-CAP-RPT FROM STR-CAP-FORECAST-TITLE
            IF I-MANY-SLOT = 0 OR I-MANY-RATE = 0
             MOVE "    NO TIMED CIPHMANY RUNS - NO FORECAST"
                 TO REC-CAP-RPT
             WRITE REC-CAP-RPT
             EXIT PARAGRAPH
            END-IF

            PERFORM FORECAST-ONE-NIGHT
                VARYING I-AHEAD FROM 1 BY 1
                UNTIL I-AHEAD > 90

            WRITE REC-CAP-RPT FROM STR-CAP-BLANK
            MOVE SPACES TO STR-CAP-VERDICT
            IF STR-FIRST-OVER = SPACES
             MOVE "WINDOW HOLDS FOR THE NEXT 90 DAYS"
                 TO STR-CAP-VERDICT
            ELSE
             STRING "** WINDOW FIRST EXCEEDED ON " DELIMITED BY SIZE
                    STR-FIRST-OVER                 DELIMITED BY SIZE
                    " - DAY "                      DELIMITED BY SIZE
                    I-FIRST-OVER-DAY               DELIMITED BY SIZE
                    " OF 90 - "                    DELIMITED BY SIZE
                    I-OVER-DAYS                    DELIMITED BY SIZE
                    " NIGHTS OVER **"              DELIMITED BY SIZE
                 INTO STR-CAP-VERDICT
             END-STRING
            END-IF
            WRITE REC-CAP-RPT FROM STR-CAP-VERDICT.

           FORECAST-ONE-NIGHT.
            MOVE 0 TO I-PROJ-VOLUME
            PERFORM ADD-ONE-PARTNER-VOLUME
                VARYING I-GR-ITER FROM 1 BY 1
                UNTIL I-GR-ITER > I-PARTNER-COUNT

            COMPUTE I-PROJ-MINUTES ROUNDED =
                I-OVERHEAD-MINUTES + I-PROJ-VOLUME / I-MANY-RATE
            COMPUTE I-END-MINUTES = I-WSTART-MINUTES + I-PROJ-MINUTES
            DIVIDE I-END-MINUTES BY 1440 GIVING I-END-DAYS
                REMAINDER I-END-OF-DAY
            DIVIDE I-END-OF-DAY BY 60 GIVING I-END-HH
                REMAINDER I-END-MM

            COMPUTE I-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(I-LAST-DAY-INT + I-AHEAD)
            MOVE I-DATE-NUM     TO CAP-FC-DATE
            MOVE I-PROJ-VOLUME  TO CAP-FC-RECORDS
            MOVE I-PROJ-MINUTES TO CAP-FC-MINUTES
            MOVE I-END-HH       TO CAP-FC-END-HH
            MOVE I-END-MM       TO CAP-FC-END-MM
            MOVE I-END-DAYS     TO CAP-FC-END-DAYS
            MOVE SPACES         TO CAP-FC-FLAG

            IF I-PROJ-MINUTES > I-WINDOW-MINUTES
             MOVE "** EXCEEDS WINDOW **" TO CAP-FC-FLAG
             ADD 1 TO I-OVER-DAYS
             IF STR-FIRST-OVER = SPACES
              MOVE I-DATE-NUM TO STR-FIRST-OVER
              MOVE I-AHEAD    TO I-FIRST-OVER-DAY
             END-IF
            END-IF

            WRITE REC-CAP-RPT FROM STR-CAP-FC-LINE.

           ADD-ONE-PARTNER-VOLUME.
            PERFORM PROJECT-PARTNER-VOLUME
            ADD I-PART-VOLUME TO I-PROJ-VOLUME.

           END PROGRAM CAPRPT.
