      *    // End-of-day close - the one place the business day is
      *    // closed, instead of opening RUNHIST, OUTREG, REJECTS,
      *    // CRACKHOLD, EXCPRPT and LOCKFILE one by one. Every
      *    // open item of the open business day (BUSDATE, through
      *    // BUSINESS-DATE) is gathered by category with its age:
      *    //   RUNHIST   a run whose last line for the day ended
      *    //             RC 8 or over, or a stream step that
      *    //             started and never ended
      *    //   OUTREG    a file cut on or before the day and not
      *    //             yet ACKED
      *    //   REJECTS   a reject with no REJDISP disposition
      *    //   CRACKHLD  a held crack with no CRACKDISP disposition
      *    //   WRONGKEY  a wrong-key suspect on EXCPRPT
      *    //   LOCKFILE  an enqueue left on LOCKFILE
      *    // An item is cleared where it lives - acked through
      *    // OUTREGADM, worked through REJREVW or CRACK-REVIEW, a
      *    // lock cleared through LOCKADM, a run rerun clean - or
      *    // the operator closing the day carries it forward with a
      *    // reason. The business date is not advanced while a
      *    // single item is neither, and only an operator holding
      *    // DAY-CLOSE (the LEVEL3 profile) may close. The close
      *    // prints CLOSERPT and appends the signed close record to
      *    // CLOSELOG - the operator, every item carried and its
      *    // reason, and a SEAL line chaining RECORD-CHECK through
      *    // every line, as CIPHERLOG's lines are chained - which
      *    // is kept as the day's audit evidence. An item carried
      *    // before keeps the date it was first carried, so its age
      *    // runs on from there. A BUSDATE that cannot be
      *    // rewritten ends the close RC 12 with the day left open
      *    // and no close record written.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. DAYCLOSE.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-BUSDATE-STATUS.
                 SELECT CLOSE-LOG ASSIGN TO "CLOSELOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-CLOSELOG-STATUS.
                 SELECT CLOSE-REPORT ASSIGN TO "CLOSERPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
                 SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT OUTREG-FILE ASSIGN TO "OUTREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT REJECT-FILE ASSIGN TO "REJECTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT REJ-DISP ASSIGN TO "REJDISP"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT CRACK-HOLD ASSIGN TO "CRACKHOLD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT CRACK-DISP ASSIGN TO "CRACKDISP"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT EXCEPTION-RPT ASSIGN TO "EXCPRPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  BUSDATE-FILE.
             COPY "busdrec.cpy".

             FD  CLOSE-LOG.
             01 REC-CLOSELOG       PIC X(132).

             FD  CLOSE-REPORT.
             01 REC-CLOSE-RPT      PIC X(132).

             FD  RUN-HISTORY-FILE.
             01 REC-RUNHIST        PIC X(150).

             FD  OUTREG-FILE.
             COPY "outregrec.cpy".

             FD  REJECT-FILE.
             01 REC-REJECT         PIC X(132).

             FD  REJ-DISP.
             01 REC-REJ-DISP       PIC X(148).

             FD  CRACK-HOLD.
             01 REC-CRACK-HOLD     PIC X(148).

             FD  CRACK-DISP.
             01 REC-CRACK-DISP     PIC X(148).

             FD  EXCEPTION-RPT.
             01 REC-EXCEPTION      PIC X(132).

             FD  LOCK-FILE.
             01 REC-LOCK.
               05 LK-RESOURCE    PIC X(8).
               05 FILLER         PIC X(1).
               05 LK-PROGRAM     PIC X(8).
               05 FILLER         PIC X(1).
               05 LK-USER        PIC X(8).
               05 FILLER         PIC X(1).
               05 LK-STAMP       PIC X(14).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-BUSDATE-STATUS PIC X(2).
             01 STR-CLOSELOG-STATUS PIC X(2).
             01 STR-SOURCE-STATUS  PIC X(2).
             01 I-RUN-RC           PIC 99   VALUE 0.

      *    Run-summary identities handed to LOG-RUN-HISTORY - the
      *    input is the day's files the open items are gathered
      *    from, the record count the items put to the operator.
      *    BUSINESS-DATE holds the day it first answered for the
      *    whole run, so the line lands on the day being closed
             01 STR-RH-PROGRAM     PIC X(8) VALUE "DAYCLOSE".
             01 C-CLOCK-STAMP      PIC X(1) VALUE "S".
             01 STR-RUN-START      PIC X(14).
             01 STR-RH-INPUT       PIC X(8) VALUE "DAYFILES".
             01 STR-RH-OUTPUT      PIC X(8) VALUE "CLOSELOG".
             01 I-RH-RECORDS       PIC 9(6) VALUE 0.
             01 I-RH-ZERO          PIC 9(6) VALUE 0.

      *    Sign-on fields - closing the day is LEVEL3 authority
             01 STR-OPERATOR-ID    PIC X(8).
             01 STR-SIGNON-PASS    PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9    VALUE 0.
             01 STR-SIGNON-CALLER  PIC X(8) VALUE "DAYCLOSE".
             01 STR-SIGNON-FUNCTION PIC X(16) VALUE "DAY-CLOSE".
             01 C-SESSION-FUNC     PIC X(1) VALUE "S".

      *    Run-lock fields - one close at a time, and nobody else
      *    moving BUSDATE while this one decides
             01 C-LOCK-FUNC        PIC X(1).
             01 STR-LOCK-RESOURCE  PIC X(8) VALUE "BUSDATE".
             01 STR-LOCK-PROGRAM   PIC X(8) VALUE "DAYCLOSE".
             01 I-LOCK-STATUS      PIC 9.

      *    The day being closed, the day it opens, and the day
      *    numbers the ages are reckoned in
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-PROC-DATE      PIC X(8).
             01 I-PROC-DATE-NUM    PIC 9(8).
             01 I-PROC-DAYS        PIC 9(8).
             01 STR-NEXT-DATE      PIC X(8).
             01 I-NEXT-DATE-NUM    PIC 9(8).
             01 I-SINCE-DATE-NUM   PIC 9(8).
             01 I-SINCE-DAYS       PIC 9(8).
             01 STR-CLOSE-STAMP    PIC X(21).
             01 I-ALREADY-CLOSED   PIC 9    VALUE 0.

             COPY "runhist.cpy".

      *    Runs of the day, one slot per program and input - a
      *    stream step is JOBSTRM under its step name - holding
      *    how the latest line for it ended
             01 I-RUN-COUNT        PIC 9(4) VALUE 0.
             01 I-RUN-SLOTS        PIC 999  VALUE 0.
             01 RUN-TABLE.
               05 RT-ENTRY OCCURS 100 TIMES.
                 10 RT-KEY         PIC X(17).
                 10 RT-RC          PIC X(2).
                 10 RT-EVENT       PIC X(8).
                 10 RT-TIME        PIC X(6).
             01 I-RUN-ITER         PIC 999.
             01 I-RUN-SLOT         PIC 999.
             01 STR-RUN-KEY        PIC X(17).

      *    Dispositions already made - REJDISP's file and record
      *    numbers, CRACKDISP's record numbers
             01 I-DISP-COUNT       PIC 999  VALUE 0.
             01 DISP-TABLE.
               05 DT-KEY           PIC X(9) OCCURS 500 TIMES.
             01 I-DISP-ITER        PIC 999.
             01 I-DISP-FOUND       PIC 9.
             01 STR-DISP-KEY       PIC X(9).

             01 STR-SOURCE-BUFFER  PIC X(148).

      *    Items carried on earlier closes, with the date each was
      *    first carried - the first CLOSELOG line met for an item
      *    is its earliest
             01 I-HIST-COUNT       PIC 999  VALUE 0.
             01 HISTORY-TABLE.
               05 HT-ENTRY OCCURS 500 TIMES.
                 10 HT-CATEGORY    PIC X(8).
                 10 HT-KEY         PIC X(44).
                 10 HT-SINCE       PIC X(8).
             01 I-HIST-ITER        PIC 999.
             01 I-HIST-SLOT        PIC 999.

      *    The open items of the day
             01 I-ITEM-COUNT       PIC 999  VALUE 0.
             01 I-ITEM-MAX         PIC 999  VALUE 300.
             01 I-ITEM-OVERFLOW    PIC 9    VALUE 0.
             01 ITEM-TABLE.
               05 IT-ENTRY OCCURS 300 TIMES.
                 10 IT-CATEGORY    PIC X(8).
                 10 IT-KEY         PIC X(44).
                 10 IT-SINCE       PIC X(8).
                 10 IT-AGE         PIC 9(4).
                 10 IT-DETAIL      PIC X(50).
                 10 IT-REASON      PIC X(40).
             01 I-ITEM-ITER        PIC 999.
             01 I-CARRIED-COUNT    PIC 999  VALUE 0.

      *    The item being added
             01 STR-NEW-CATEGORY   PIC X(8).
             01 STR-NEW-KEY        PIC X(44).
             01 STR-NEW-SINCE      PIC X(8).
             01 STR-NEW-DETAIL     PIC X(50).

      *    The categories, in the order the report lists them
             01 CATEGORY-NAMES.
               05 FILLER PIC X(48) VALUE
                   "RUNHIST RUNS THAT DID NOT END CLEAN".
               05 FILLER PIC X(48) VALUE
                   "OUTREG  FILES NOT YET SENT OR ACKNOWLEDGED".
               05 FILLER PIC X(48) VALUE
                   "REJECTS REJECTS AWAITING REVIEW".
               05 FILLER PIC X(48) VALUE
                   "CRACKHLDHELD CRACKS AWAITING REVIEW".
               05 FILLER PIC X(48) VALUE
                   "WRONGKEYWRONG-KEY SUSPECTS".
               05 FILLER PIC X(48) VALUE
                   "LOCKFILELOCKS LEFT BEHIND".
             01 CATEGORY-TABLE REDEFINES CATEGORY-NAMES.
               05 CT-ENTRY OCCURS 6 TIMES.
                 10 CT-CATEGORY    PIC X(8).
                 10 CT-TITLE       PIC X(40).
             01 I-CAT-ITER         PIC 9.
             01 I-CAT-COUNT        PIC 999.

      *    Operator disposition per open item
             01 C-CLOSE-ACTION     PIC X(1).
               88 I-ACTION-CARRY        VALUE "C" "c".
               88 I-ACTION-STOP         VALUE "S" "s".
             01 I-DISPOSED         PIC 9.
             01 I-CLOSE-STOPPED    PIC 9    VALUE 0.
             01 STR-ENTRY-REASON   PIC X(40).
             01 C-CONFIRM          PIC X(1).
               88 I-CONFIRMED           VALUE "Y" "y".
             01 I-DAY-CLOSED       PIC 9    VALUE 0.
             01 I-BUSDATE-FAILED   PIC 9    VALUE 0.

      *    The close record - a HEADER line naming who signed the
      *    day off, an ITEM line per carried item, and a SEAL line
      *    whose value chains RECORD-CHECK through every line
      *    before it
             01 STR-CLOSE-HEADER.
               05 CLH-DATE         PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 FILLER           PIC X(6)  VALUE "HEADER".
               05 FILLER           PIC X(4)  VALUE " BY=".
               05 CLH-OPERATOR     PIC X(8).
               05 FILLER           PIC X(4)  VALUE " AT=".
               05 CLH-STAMP        PIC X(14).
               05 FILLER           PIC X(7)  VALUE " ITEMS=".
               05 CLH-ITEMS        PIC 999.
               05 FILLER           PIC X(9)  VALUE " CARRIED=".
               05 CLH-CARRIED      PIC 999.
               05 FILLER           PIC X(6)  VALUE " RUNS=".
               05 CLH-RUNS         PIC 9(4).
               05 FILLER           PIC X(6)  VALUE " NEXT=".
               05 CLH-NEXT         PIC X(8).
               05 FILLER           PIC X(41) VALUE SPACES.
             01 STR-CLOSE-ITEM.
               05 CLI-DATE         PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 FILLER           PIC X(6)  VALUE "ITEM".
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 CLI-CATEGORY     PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 CLI-KEY          PIC X(44).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 CLI-SINCE        PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 CLI-AGE          PIC 9(4).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 CLI-REASON       PIC X(40).
               05 FILLER           PIC X(8)  VALUE SPACES.
             01 STR-CLOSE-SEAL.
               05 CLS-DATE         PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 FILLER           PIC X(6)  VALUE "SEAL".
               05 FILLER           PIC X(7)  VALUE " LINES=".
               05 CLS-LINES        PIC 999.
               05 FILLER           PIC X(6)  VALUE " SEAL=".
               05 CLS-SEAL         PIC 9(4).
               05 FILLER           PIC X(97) VALUE SPACES.

      *    A CLOSELOG line read back, picked apart
             01 STR-CLOSE-ENTRY.
               05 CE-DATE          PIC X(8).
               05 FILLER           PIC X(1).
               05 CE-TYPE          PIC X(6).
               05 FILLER           PIC X(1).
               05 CE-CATEGORY      PIC X(8).
               05 FILLER           PIC X(1).
               05 CE-KEY           PIC X(44).
               05 FILLER           PIC X(1).
               05 CE-SINCE         PIC X(8).
               05 FILLER           PIC X(54).

      *    Seal plumbing - each line folds in two pieces, the
      *    check routine taking 100 bytes at a time
             01 STR-SEAL-LINE      PIC X(132).
             01 STR-SEAL-BUFFER    PIC X(100).
             01 I-SEAL-LEN         PIC 999.
             01 I-SEAL-SEED        PIC 9(4) VALUE 0.
             01 I-SEAL-CHECK       PIC 9(4).
             01 I-SEAL-LINES       PIC 999  VALUE 0.

      *    Report line layouts
             01 STR-RPT-HEADER     PIC X(132)
                 VALUE "END-OF-DAY CLOSE REPORT".
             01 STR-RPT-BLANK      PIC X(132) VALUE SPACES.
             01 STR-RPT-DAY-LINE.
               05 FILLER           PIC X(14) VALUE "BUSINESS DATE=".
               05 RPT-DATE         PIC X(8).
               05 FILLER           PIC X(10) VALUE " OPERATOR=".
               05 RPT-OPERATOR     PIC X(8).
               05 FILLER           PIC X(6)  VALUE " RUNS=".
               05 RPT-RUNS         PIC 9(4).
               05 FILLER           PIC X(12) VALUE " OPEN ITEMS=".
               05 RPT-ITEMS        PIC 999.
               05 FILLER           PIC X(67) VALUE SPACES.
             01 STR-RPT-CAT-LINE.
               05 RPT-CATEGORY     PIC X(8).
               05 FILLER           PIC X(3)  VALUE " - ".
               05 RPT-TITLE        PIC X(40).
               05 FILLER           PIC X(2)  VALUE ": ".
               05 RPT-CAT-COUNT    PIC ZZ9.
               05 FILLER           PIC X(76) VALUE SPACES.
             01 STR-RPT-COL-LINE.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 FILLER           PIC X(45) VALUE "ITEM".
               05 FILLER           PIC X(9)  VALUE "SINCE".
               05 FILLER           PIC X(5)  VALUE "AGE".
               05 FILLER           PIC X(71) VALUE "DETAIL".
             01 STR-RPT-ITEM-LINE.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 RPT-KEY          PIC X(44).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 RPT-SINCE        PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 RPT-AGE          PIC ZZZ9.
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 RPT-DETAIL       PIC X(50).
               05 FILLER           PIC X(21) VALUE SPACES.
             01 STR-RPT-CARRY-LINE.
               05 FILLER           PIC X(6)  VALUE SPACES.
               05 FILLER           PIC X(18)
                   VALUE "CARRIED FORWARD - ".
               05 RPT-REASON       PIC X(40).
               05 FILLER           PIC X(68) VALUE SPACES.
             01 STR-RPT-NONE-LINE  PIC X(132)
                 VALUE "  NONE OPEN".
             01 STR-RPT-RESULT     PIC X(132).

           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            DISPLAY "DAYCLOSE - end-of-day close"
            DISPLAY "Operator id: "
            ACCEPT STR-OPERATOR-ID
            DISPLAY "Password: "
            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "DAYCLOSE - closing the day takes the "
                     "DAY-CLOSE function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            CALL "CIPHER-SESSION" USING C-SESSION-FUNC,
                                        STR-OPERATOR-ID

            MOVE "A" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            IF I-LOCK-STATUS NOT = 0
             DISPLAY "DAYCLOSE - BUSDATE enqueue held - another "
                     "close is running"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            MOVE STR-PROC-DATE TO I-PROC-DATE-NUM
            COMPUTE I-PROC-DAYS =
                FUNCTION INTEGER-OF-DATE(I-PROC-DATE-NUM)
            COMPUTE I-NEXT-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(I-PROC-DAYS + 1)
            MOVE I-NEXT-DATE-NUM TO STR-NEXT-DATE
            DISPLAY "DAYCLOSE - closing business date " STR-PROC-DATE

            PERFORM LOAD-CLOSE-HISTORY
            IF I-ALREADY-CLOSED = 1
             DISPLAY "DAYCLOSE - " STR-PROC-DATE " is already "
                     "closed on CLOSELOG - nothing to do"
             MOVE 8 TO I-RUN-RC
             PERFORM RELEASE-BUSDATE-LOCK
             MOVE I-RUN-RC TO RETURN-CODE
             GOBACK
            END-IF

            PERFORM COLLECT-RUNHIST-ITEMS
            PERFORM COLLECT-OUTREG-ITEMS
            PERFORM COLLECT-REJECT-ITEMS
            PERFORM COLLECT-CRACKHOLD-ITEMS
            PERFORM COLLECT-WRONGKEY-ITEMS
            PERFORM COLLECT-LOCK-ITEMS

            DISPLAY "DAYCLOSE - " I-RUN-COUNT " run line(s) for the "
                    "day, " I-ITEM-COUNT " open item(s)"

            IF I-ITEM-OVERFLOW = 1
             DISPLAY "DAYCLOSE - more than " I-ITEM-MAX " open "
                     "items - clear some before closing"
             MOVE 1 TO I-CLOSE-STOPPED
            ELSE
             PERFORM DISPOSE-ONE-ITEM
                 VARYING I-ITEM-ITER FROM 1 BY 1
                 UNTIL I-ITEM-ITER > I-ITEM-COUNT
                    OR I-CLOSE-STOPPED = 1
            END-IF

            IF I-CLOSE-STOPPED = 0
             DISPLAY "Close " STR-PROC-DATE " and open "
                     STR-NEXT-DATE "? (Y/N): "
             ACCEPT C-CONFIRM
             IF I-CONFIRMED
              PERFORM CLOSE-BUSINESS-DAY
             END-IF
            END-IF

            PERFORM WRITE-CLOSE-REPORT

            EVALUATE TRUE
             WHEN I-BUSDATE-FAILED = 1
              DISPLAY "DAYCLOSE - " STR-PROC-DATE " NOT closed - "
                      "BUSDATE could not be rewritten - check it "
                      "before any run"
              MOVE 12 TO I-RUN-RC
             WHEN I-DAY-CLOSED = 0
              DISPLAY "DAYCLOSE - " STR-PROC-DATE " NOT closed - "
                      "business date left where it is"
              MOVE 8 TO I-RUN-RC
             WHEN I-CARRIED-COUNT > 0
              DISPLAY "DAYCLOSE - " STR-PROC-DATE " closed with "
                      I-CARRIED-COUNT " item(s) carried forward - "
                      "business date now " STR-NEXT-DATE
              MOVE 4 TO I-RUN-RC
             WHEN OTHER
              DISPLAY "DAYCLOSE - " STR-PROC-DATE " closed clean - "
                      "business date now " STR-NEXT-DATE
              MOVE 0 TO I-RUN-RC
            END-EVALUATE

            MOVE I-ITEM-COUNT TO I-RH-RECORDS
            CALL "LOG-RUN-HISTORY" USING
                STR-RH-PROGRAM, STR-RH-INPUT, STR-RH-OUTPUT,
                I-RH-RECORDS, I-RH-ZERO, I-RH-ZERO, I-RUN-RC

            PERFORM RELEASE-BUSDATE-LOCK

      *     The CALLs just above clear the special register on the
      *     way back - put the run's own return code back so the
      *     scheduler sees it
            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

           RELEASE-BUSDATE-LOCK.
            MOVE "R" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS.

      *    /////////////////////////////////////////////////////////////
      *    Reads CLOSELOG back for two things - whether this day
      *    already has a close, and the date each carried item was
      *    first carried
      *    /////////////////////////////////////////////////////////////
           LOAD-CLOSE-HISTORY.
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT CLOSE-LOG
            IF STR-CLOSELOG-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-ONE-CLOSE-LINE UNTIL I-AT-EOF
            CLOSE CLOSE-LOG.

           LOAD-ONE-CLOSE-LINE.
            READ CLOSE-LOG INTO STR-CLOSE-ENTRY
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            IF CE-TYPE = "HEADER" AND CE-DATE = STR-PROC-DATE
             MOVE 1 TO I-ALREADY-CLOSED
            END-IF

            IF CE-TYPE NOT = "ITEM" OR I-HIST-COUNT >= 500
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-HIST-SLOT
            PERFORM MATCH-ONE-HISTORY-ITEM
                VARYING I-HIST-ITER FROM 1 BY 1
                UNTIL I-HIST-ITER > I-HIST-COUNT OR I-HIST-SLOT > 0
            IF I-HIST-SLOT = 0
             ADD 1 TO I-HIST-COUNT
             MOVE CE-CATEGORY TO HT-CATEGORY(I-HIST-COUNT)
             MOVE CE-KEY      TO HT-KEY(I-HIST-COUNT)
             MOVE CE-SINCE    TO HT-SINCE(I-HIST-COUNT)
            END-IF.

           MATCH-ONE-HISTORY-ITEM.
            IF HT-CATEGORY(I-HIST-ITER) = CE-CATEGORY
                  AND HT-KEY(I-HIST-ITER) = CE-KEY
             MOVE I-HIST-ITER TO I-HIST-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    RUNHIST - every line of the day is a run counted; the
      *    latest line for each program and input decides whether
      *    it is open. A rerun that ended clean clears the failure
      *    before it.
      *    /////////////////////////////////////////////////////////////
           COLLECT-RUNHIST-ITEMS.
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT RUN-HISTORY-FILE
            IF STR-SOURCE-STATUS NOT = "00"
             DISPLAY "DAYCLOSE - no RUNHIST on hand"
             EXIT PARAGRAPH
            END-IF
            PERFORM TALLY-ONE-RUNHIST-LINE UNTIL I-AT-EOF
            CLOSE RUN-HISTORY-FILE

            PERFORM JUDGE-ONE-RUN
                VARYING I-RUN-ITER FROM 1 BY 1
                UNTIL I-RUN-ITER > I-RUN-SLOTS.

           TALLY-ONE-RUNHIST-LINE.
            READ RUN-HISTORY-FILE INTO STR-RUNHIST-LINE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR RH-TIMESTAMP(1:8) NOT = STR-PROC-DATE
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-RUN-COUNT
            MOVE SPACES      TO STR-RUN-KEY
            MOVE RH-PROGRAM  TO STR-RUN-KEY(1:8)
            MOVE RH-INPUT-DD TO STR-RUN-KEY(10:8)

            MOVE 0 TO I-RUN-SLOT
            PERFORM MATCH-ONE-RUN-SLOT
                VARYING I-RUN-ITER FROM 1 BY 1
                UNTIL I-RUN-ITER > I-RUN-SLOTS OR I-RUN-SLOT > 0
            IF I-RUN-SLOT = 0
             IF I-RUN-SLOTS >= 100
              EXIT PARAGRAPH
             END-IF
             ADD 1 TO I-RUN-SLOTS
             MOVE I-RUN-SLOTS TO I-RUN-SLOT
             MOVE STR-RUN-KEY TO RT-KEY(I-RUN-SLOT)
            END-IF

            MOVE RH-RC             TO RT-RC(I-RUN-SLOT)
            MOVE RH-OUTPUT-DD      TO RT-EVENT(I-RUN-SLOT)
            MOVE RH-TIMESTAMP(9:6) TO RT-TIME(I-RUN-SLOT).

           MATCH-ONE-RUN-SLOT.
            IF RT-KEY(I-RUN-ITER) = STR-RUN-KEY
             MOVE I-RUN-ITER TO I-RUN-SLOT
            END-IF.

           JUDGE-ONE-RUN.
            MOVE "RUNHIST"           TO STR-NEW-CATEGORY
            MOVE RT-KEY(I-RUN-ITER)  TO STR-NEW-KEY
            MOVE STR-PROC-DATE       TO STR-NEW-SINCE
            MOVE SPACES              TO STR-NEW-DETAIL

            EVALUATE TRUE
             WHEN RT-EVENT(I-RUN-ITER) = "STARTED"
              STRING "STEP STARTED AT " DELIMITED BY SIZE
                     RT-TIME(I-RUN-ITER) DELIMITED BY SIZE
                     " AND NEVER ENDED" DELIMITED BY SIZE
                  INTO STR-NEW-DETAIL
              PERFORM ADD-OPEN-ITEM
             WHEN RT-RC(I-RUN-ITER) IS NUMERIC
                  AND RT-RC(I-RUN-ITER) >= "08"
              STRING "LAST RUN ENDED RC=" DELIMITED BY SIZE
                     RT-RC(I-RUN-ITER) DELIMITED BY SIZE
                     " AT " DELIMITED BY SIZE
                     RT-TIME(I-RUN-ITER) DELIMITED BY SIZE
                  INTO STR-NEW-DETAIL
              PERFORM ADD-OPEN-ITEM
             WHEN OTHER
              CONTINUE
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    OUTREG - a file cut on or before the day that has not
      *    been acknowledged, aged from the day it was cut
      *    /////////////////////////////////////////////////////////////
           COLLECT-OUTREG-ITEMS.
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT OUTREG-FILE
            IF STR-SOURCE-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-ONE-OUTREG-ENTRY UNTIL I-AT-EOF
            CLOSE OUTREG-FILE.

           CHECK-ONE-OUTREG-ENTRY.
            READ OUTREG-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR OR-DSN = SPACES
                  OR OR-STATUS = "ACKED"
                  OR OR-RUN-DATE > STR-PROC-DATE
             EXIT PARAGRAPH
            END-IF

            MOVE "OUTREG"    TO STR-NEW-CATEGORY
            MOVE OR-DSN      TO STR-NEW-KEY
            MOVE OR-RUN-DATE TO STR-NEW-SINCE
            MOVE SPACES      TO STR-NEW-DETAIL
            STRING "PARTNER=" DELIMITED BY SIZE
                   OR-PARTNER DELIMITED BY SPACE
                   " STATUS=" DELIMITED BY SIZE
                   OR-STATUS DELIMITED BY SPACE
                   " SINCE " DELIMITED BY SIZE
                   OR-STATUS-DATE DELIMITED BY SIZE
                INTO STR-NEW-DETAIL
            PERFORM ADD-OPEN-ITEM.

      *    /////////////////////////////////////////////////////////////
      *    REJECTS - a reject line REJREVW has not dispositioned on
      *    REJDISP. The key carries the reason and the start of the
      *    excerpt as well as the numbers, since the reject file is
      *    cut again every night.
      *    /////////////////////////////////////////////////////////////
           COLLECT-REJECT-ITEMS.
            MOVE 0   TO I-DISP-COUNT
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT REJ-DISP
            IF STR-SOURCE-STATUS = "00"
             PERFORM LOAD-ONE-REJECT-DISP UNTIL I-AT-EOF
             CLOSE REJ-DISP
            END-IF

            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT REJECT-FILE
            IF STR-SOURCE-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-ONE-REJECT UNTIL I-AT-EOF
            CLOSE REJECT-FILE.

           LOAD-ONE-REJECT-DISP.
            READ REJ-DISP INTO STR-SOURCE-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND STR-SOURCE-BUFFER(1:5) = "FILE="
                  AND I-DISP-COUNT < 500
             ADD 1 TO I-DISP-COUNT
             MOVE STR-SOURCE-BUFFER(6:3)  TO DT-KEY(I-DISP-COUNT)(1:3)
             MOVE STR-SOURCE-BUFFER(14:6) TO DT-KEY(I-DISP-COUNT)(4:6)
            END-IF.

           CHECK-ONE-REJECT.
            READ REJECT-FILE INTO STR-SOURCE-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            MOVE "REJECTS" TO STR-NEW-CATEGORY
            MOVE SPACES    TO STR-NEW-KEY
            MOVE SPACES    TO STR-NEW-DETAIL
            EVALUATE TRUE
             WHEN STR-SOURCE-BUFFER(1:5) = "FILE="
              MOVE STR-SOURCE-BUFFER(6:3)   TO STR-DISP-KEY(1:3)
              MOVE STR-SOURCE-BUFFER(14:6)  TO STR-DISP-KEY(4:6)
              MOVE STR-SOURCE-BUFFER(1:19)  TO STR-NEW-KEY(1:19)
              MOVE STR-SOURCE-BUFFER(28:8)  TO STR-NEW-KEY(21:8)
              MOVE STR-SOURCE-BUFFER(42:15) TO STR-NEW-KEY(30:15)
              MOVE STR-SOURCE-BUFFER(42:50) TO STR-NEW-DETAIL
             WHEN STR-SOURCE-BUFFER(1:4) = "REC="
              MOVE "000"                    TO STR-DISP-KEY(1:3)
              MOVE STR-SOURCE-BUFFER(5:6)   TO STR-DISP-KEY(4:6)
              MOVE STR-SOURCE-BUFFER(1:10)  TO STR-NEW-KEY(1:10)
              MOVE STR-SOURCE-BUFFER(19:8)  TO STR-NEW-KEY(12:8)
              MOVE STR-SOURCE-BUFFER(33:24) TO STR-NEW-KEY(21:24)
              MOVE STR-SOURCE-BUFFER(33:50) TO STR-NEW-DETAIL
             WHEN OTHER
              EXIT PARAGRAPH
            END-EVALUATE

            PERFORM FIND-DISPOSITION
            IF I-DISP-FOUND = 0
             MOVE STR-PROC-DATE TO STR-NEW-SINCE
             PERFORM ADD-OPEN-ITEM
            END-IF.

           FIND-DISPOSITION.
            MOVE 0 TO I-DISP-FOUND
            PERFORM MATCH-ONE-DISPOSITION
                VARYING I-DISP-ITER FROM 1 BY 1
                UNTIL I-DISP-ITER > I-DISP-COUNT OR I-DISP-FOUND = 1.

           MATCH-ONE-DISPOSITION.
            IF DT-KEY(I-DISP-ITER) = STR-DISP-KEY
             MOVE 1 TO I-DISP-FOUND
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    CRACKHOLD - a held crack CRACK-REVIEW has not
      *    dispositioned on CRACKDISP
      *    /////////////////////////////////////////////////////////////
           COLLECT-CRACKHOLD-ITEMS.
            MOVE 0   TO I-DISP-COUNT
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT CRACK-DISP
            IF STR-SOURCE-STATUS = "00"
             PERFORM LOAD-ONE-CRACK-DISP UNTIL I-AT-EOF
             CLOSE CRACK-DISP
            END-IF

            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT CRACK-HOLD
            IF STR-SOURCE-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-ONE-CRACK-HOLD UNTIL I-AT-EOF
            CLOSE CRACK-HOLD.

           LOAD-ONE-CRACK-DISP.
            READ CRACK-DISP INTO STR-SOURCE-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND STR-SOURCE-BUFFER(1:4) = "REC="
                  AND I-DISP-COUNT < 500
             ADD 1 TO I-DISP-COUNT
             MOVE "000"                  TO DT-KEY(I-DISP-COUNT)(1:3)
             MOVE STR-SOURCE-BUFFER(5:6) TO DT-KEY(I-DISP-COUNT)(4:6)
            END-IF.

           CHECK-ONE-CRACK-HOLD.
            READ CRACK-HOLD INTO STR-SOURCE-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR STR-SOURCE-BUFFER(1:4) NOT = "REC="
             EXIT PARAGRAPH
            END-IF

            MOVE "000"                  TO STR-DISP-KEY(1:3)
            MOVE STR-SOURCE-BUFFER(5:6) TO STR-DISP-KEY(4:6)
            PERFORM FIND-DISPOSITION
            IF I-DISP-FOUND = 1
             EXIT PARAGRAPH
            END-IF

            MOVE "CRACKHLD"              TO STR-NEW-CATEGORY
            MOVE SPACES                  TO STR-NEW-KEY
            MOVE STR-SOURCE-BUFFER(1:10) TO STR-NEW-KEY(1:10)
            MOVE STR-SOURCE-BUFFER(35:33) TO STR-NEW-KEY(12:33)
            MOVE STR-PROC-DATE           TO STR-NEW-SINCE
            MOVE STR-SOURCE-BUFFER(12:50) TO STR-NEW-DETAIL
            PERFORM ADD-OPEN-ITEM.

      *    /////////////////////////////////////////////////////////////
      *    EXCPRPT - the WRONGKEY lines, in the single-file drivers'
      *    REC= layout or CIPHMANY's FILE= one. Nothing works these
      *    off a queue, so each is carried with what was done about
      *    it.
      *    /////////////////////////////////////////////////////////////
           COLLECT-WRONGKEY-ITEMS.
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT EXCEPTION-RPT
            IF STR-SOURCE-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-ONE-EXCEPTION UNTIL I-AT-EOF
            CLOSE EXCEPTION-RPT.

           CHECK-ONE-EXCEPTION.
            READ EXCEPTION-RPT INTO STR-SOURCE-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            MOVE "WRONGKEY" TO STR-NEW-CATEGORY
            MOVE SPACES     TO STR-NEW-KEY
            MOVE SPACES     TO STR-NEW-DETAIL
            EVALUATE TRUE
             WHEN STR-SOURCE-BUFFER(1:5) = "FILE="
                  AND STR-SOURCE-BUFFER(26:8) = "WRONGKEY"
              MOVE STR-SOURCE-BUFFER(1:19)  TO STR-NEW-KEY(1:19)
              MOVE STR-SOURCE-BUFFER(42:24) TO STR-NEW-KEY(21:24)
              MOVE STR-SOURCE-BUFFER(42:50) TO STR-NEW-DETAIL
             WHEN STR-SOURCE-BUFFER(1:4) = "REC="
                  AND STR-SOURCE-BUFFER(17:8) = "WRONGKEY"
              MOVE STR-SOURCE-BUFFER(1:10)  TO STR-NEW-KEY(1:10)
              MOVE STR-SOURCE-BUFFER(33:33) TO STR-NEW-KEY(12:33)
              MOVE STR-SOURCE-BUFFER(33:50) TO STR-NEW-DETAIL
             WHEN OTHER
              EXIT PARAGRAPH
            END-EVALUATE

            MOVE STR-PROC-DATE TO STR-NEW-SINCE
            PERFORM ADD-OPEN-ITEM.

      *    /////////////////////////////////////////////////////////////
      *    LOCKFILE - with the day's work done, any enqueue still
      *    standing is an abend leftover; this close's own BUSDATE
      *    enqueue is the one exception
      *    /////////////////////////////////////////////////////////////
           COLLECT-LOCK-ITEMS.
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT LOCK-FILE
            IF STR-SOURCE-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-ONE-LOCK UNTIL I-AT-EOF
            CLOSE LOCK-FILE.

           CHECK-ONE-LOCK.
            READ LOCK-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR LK-RESOURCE = SPACES
                  OR (LK-RESOURCE = STR-LOCK-RESOURCE
                      AND LK-PROGRAM = STR-LOCK-PROGRAM)
             EXIT PARAGRAPH
            END-IF

            MOVE "LOCKFILE"     TO STR-NEW-CATEGORY
            MOVE SPACES         TO STR-NEW-KEY
            MOVE LK-RESOURCE    TO STR-NEW-KEY(1:8)
            MOVE "HELD BY"      TO STR-NEW-KEY(10:7)
            MOVE LK-PROGRAM     TO STR-NEW-KEY(18:8)
            MOVE LK-STAMP(1:8)  TO STR-NEW-SINCE
            MOVE SPACES         TO STR-NEW-DETAIL
            STRING "USER=" DELIMITED BY SIZE
                   LK-USER DELIMITED BY SPACE
                   " TAKEN " DELIMITED BY SIZE
                   LK-STAMP DELIMITED BY SIZE
                   " - SEE LOCKADM" DELIMITED BY SIZE
                INTO STR-NEW-DETAIL
            PERFORM ADD-OPEN-ITEM.

      *    /////////////////////////////////////////////////////////////
      *    Files one open item. An item carried on an earlier close
      *    is aged from the date it was first carried, if that is
      *    earlier than its own; a date after the business day (a
      *    lock stamped by the wall clock past midnight) ages 0.
      *    /////////////////////////////////////////////////////////////
           ADD-OPEN-ITEM.
            IF I-ITEM-COUNT >= I-ITEM-MAX
             MOVE 1 TO I-ITEM-OVERFLOW
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-HIST-SLOT
            PERFORM MATCH-ONE-CARRIED-ITEM
                VARYING I-HIST-ITER FROM 1 BY 1
                UNTIL I-HIST-ITER > I-HIST-COUNT OR I-HIST-SLOT > 0
            IF I-HIST-SLOT > 0
             IF HT-SINCE(I-HIST-SLOT) < STR-NEW-SINCE
              MOVE HT-SINCE(I-HIST-SLOT) TO STR-NEW-SINCE
             END-IF
            END-IF

            ADD 1 TO I-ITEM-COUNT
            MOVE STR-NEW-CATEGORY TO IT-CATEGORY(I-ITEM-COUNT)
            MOVE STR-NEW-KEY      TO IT-KEY(I-ITEM-COUNT)
            MOVE STR-NEW-SINCE    TO IT-SINCE(I-ITEM-COUNT)
            MOVE STR-NEW-DETAIL   TO IT-DETAIL(I-ITEM-COUNT)
            MOVE SPACES           TO IT-REASON(I-ITEM-COUNT)
            MOVE 0                TO IT-AGE(I-ITEM-COUNT)

            IF STR-NEW-SINCE IS NUMERIC
                  AND STR-NEW-SINCE < STR-PROC-DATE
             MOVE STR-NEW-SINCE TO I-SINCE-DATE-NUM
             COMPUTE I-SINCE-DAYS =
                 FUNCTION INTEGER-OF-DATE(I-SINCE-DATE-NUM)
             COMPUTE IT-AGE(I-ITEM-COUNT) = I-PROC-DAYS - I-SINCE-DAYS
            END-IF.

           MATCH-ONE-CARRIED-ITEM.
            IF HT-CATEGORY(I-HIST-ITER) = STR-NEW-CATEGORY
                  AND HT-KEY(I-HIST-ITER) = STR-NEW-KEY
             MOVE I-HIST-ITER TO I-HIST-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Puts one open item to the operator - carried forward on
      *    a reason, or the close stops there and the business date
      *    stays where it is
      *    /////////////////////////////////////////////////////////////
           DISPOSE-ONE-ITEM.
            DISPLAY " "
            DISPLAY "DAYCLOSE - open item " I-ITEM-ITER " of "
                    I-ITEM-COUNT " - " IT-CATEGORY(I-ITEM-ITER)
                    " age " IT-AGE(I-ITEM-ITER) " day(s)"
            DISPLAY "  " IT-KEY(I-ITEM-ITER)
            DISPLAY "  " IT-DETAIL(I-ITEM-ITER)

            MOVE 0 TO I-DISPOSED
            PERFORM PROMPT-ONE-DISPOSITION UNTIL I-DISPOSED = 1.

           PROMPT-ONE-DISPOSITION.
            DISPLAY "  (C)arry forward with a reason, or (S)top the "
                    "close: "
            ACCEPT C-CLOSE-ACTION

            EVALUATE TRUE
             WHEN I-ACTION-CARRY
              DISPLAY "  Reason: "
              MOVE SPACES TO STR-ENTRY-REASON
              ACCEPT STR-ENTRY-REASON
              IF STR-ENTRY-REASON = SPACES
               DISPLAY "  DAYCLOSE - an item is carried only on a "
                       "reason"
              ELSE
               MOVE STR-ENTRY-REASON TO IT-REASON(I-ITEM-ITER)
               ADD 1 TO I-CARRIED-COUNT
               MOVE 1 TO I-DISPOSED
              END-IF

             WHEN I-ACTION-STOP
              MOVE 1 TO I-CLOSE-STOPPED
              MOVE 1 TO I-DISPOSED

             WHEN OTHER
              DISPLAY "  DAYCLOSE - unrecognized action"
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    Every item is cleared or carried and the operator has
      *    confirmed - CLOSELOG must open before anything moves,
      *    then the business date moves on, and only once BUSDATE
      *    holds the next day is the close record written and
      *    sealed, so CLOSELOG never shows a day closed that
      *    BUSDATE still has open. A close record that cannot be
      *    opened, or a BUSDATE that cannot be rewritten, leaves
      *    the day open.
      *    /////////////////////////////////////////////////////////////
           CLOSE-BUSINESS-DAY.
            MOVE FUNCTION CURRENT-DATE TO STR-CLOSE-STAMP

            OPEN EXTEND CLOSE-LOG
            IF STR-CLOSELOG-STATUS = "35"
             OPEN OUTPUT CLOSE-LOG
            END-IF
            IF STR-CLOSELOG-STATUS NOT = "00"
             DISPLAY "DAYCLOSE - CLOSELOG cannot be written - "
                     "status " STR-CLOSELOG-STATUS
             EXIT PARAGRAPH
            END-IF

            PERFORM ADVANCE-BUSINESS-DATE
            IF I-BUSDATE-FAILED = 1
             CLOSE CLOSE-LOG
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-SEAL-SEED
            MOVE 0 TO I-SEAL-LINES

            MOVE STR-PROC-DATE        TO CLH-DATE
            MOVE STR-OPERATOR-ID      TO CLH-OPERATOR
            MOVE STR-CLOSE-STAMP(1:14) TO CLH-STAMP
            MOVE I-ITEM-COUNT         TO CLH-ITEMS
            MOVE I-CARRIED-COUNT      TO CLH-CARRIED
            MOVE I-RUN-COUNT          TO CLH-RUNS
            MOVE STR-NEXT-DATE        TO CLH-NEXT
            MOVE STR-CLOSE-HEADER     TO STR-SEAL-LINE
            PERFORM WRITE-SEALED-LINE

            PERFORM WRITE-ONE-CARRIED-ITEM
                VARYING I-ITEM-ITER FROM 1 BY 1
                UNTIL I-ITEM-ITER > I-ITEM-COUNT

            MOVE STR-PROC-DATE TO CLS-DATE
            MOVE I-SEAL-LINES  TO CLS-LINES
            MOVE I-SEAL-SEED   TO CLS-SEAL
            WRITE REC-CLOSELOG FROM STR-CLOSE-SEAL
            CLOSE CLOSE-LOG

            MOVE 1 TO I-DAY-CLOSED.

      *    Rewrites BUSDATE to open the next day - each verb's
      *    status is checked, and any failure is flagged so the
      *    close stops short of writing its record
           ADVANCE-BUSINESS-DATE.
            MOVE SPACES          TO REC-BUSDATE
            MOVE STR-NEXT-DATE   TO BD-OPEN-DATE
            MOVE STR-PROC-DATE   TO BD-CLOSED-DATE
            MOVE STR-OPERATOR-ID TO BD-CLOSED-BY
            MOVE STR-CLOSE-STAMP(1:14) TO BD-CLOSED-AT

            OPEN OUTPUT BUSDATE-FILE
            IF STR-BUSDATE-STATUS NOT = "00"
             DISPLAY "DAYCLOSE - BUSDATE cannot be opened - "
                     "status " STR-BUSDATE-STATUS
             MOVE 1 TO I-BUSDATE-FAILED
             EXIT PARAGRAPH
            END-IF

            WRITE REC-BUSDATE
            IF STR-BUSDATE-STATUS NOT = "00"
             DISPLAY "DAYCLOSE - BUSDATE cannot be written - "
                     "status " STR-BUSDATE-STATUS
             MOVE 1 TO I-BUSDATE-FAILED
             CLOSE BUSDATE-FILE
             EXIT PARAGRAPH
            END-IF

            CLOSE BUSDATE-FILE
            IF STR-BUSDATE-STATUS NOT = "00"
             DISPLAY "DAYCLOSE - BUSDATE cannot be closed - "
                     "status " STR-BUSDATE-STATUS
             MOVE 1 TO I-BUSDATE-FAILED
            END-IF.

           WRITE-ONE-CARRIED-ITEM.
            MOVE STR-PROC-DATE            TO CLI-DATE
            MOVE IT-CATEGORY(I-ITEM-ITER) TO CLI-CATEGORY
            MOVE IT-KEY(I-ITEM-ITER)      TO CLI-KEY
            MOVE IT-SINCE(I-ITEM-ITER)    TO CLI-SINCE
            MOVE IT-AGE(I-ITEM-ITER)      TO CLI-AGE
            MOVE IT-REASON(I-ITEM-ITER)   TO CLI-REASON
            MOVE STR-CLOSE-ITEM           TO STR-SEAL-LINE
            PERFORM WRITE-SEALED-LINE.

      *    Folds the line into the seal chain and writes it - the
      *    seed carries the chain from one line to the next
           WRITE-SEALED-LINE.
            MOVE STR-SEAL-LINE(1:100) TO STR-SEAL-BUFFER
            MOVE 100 TO I-SEAL-LEN
            CALL "RECORD-CHECK" USING STR-SEAL-BUFFER, I-SEAL-LEN,
                                      I-SEAL-SEED, I-SEAL-CHECK
            MOVE I-SEAL-CHECK TO I-SEAL-SEED

            MOVE SPACES TO STR-SEAL-BUFFER
            MOVE STR-SEAL-LINE(101:32) TO STR-SEAL-BUFFER
            MOVE 32 TO I-SEAL-LEN
            CALL "RECORD-CHECK" USING STR-SEAL-BUFFER, I-SEAL-LEN,
                                      I-SEAL-SEED, I-SEAL-CHECK
            MOVE I-SEAL-CHECK TO I-SEAL-SEED

            WRITE REC-CLOSELOG FROM STR-SEAL-LINE
            ADD 1 TO I-SEAL-LINES.

      *    /////////////////////////////////////////////////////////////
      *    CLOSERPT - the day, then every category with its open
      *    items and ages and, for a carried item, the reason, then
      *    how the close came out
      *    /////////////////////////////////////////////////////////////
           WRITE-CLOSE-REPORT.
            OPEN OUTPUT CLOSE-REPORT

            WRITE REC-CLOSE-RPT FROM STR-RPT-HEADER
            MOVE STR-PROC-DATE   TO RPT-DATE
            MOVE STR-OPERATOR-ID TO RPT-OPERATOR
            MOVE I-RUN-COUNT     TO RPT-RUNS
            MOVE I-ITEM-COUNT    TO RPT-ITEMS
            WRITE REC-CLOSE-RPT FROM STR-RPT-DAY-LINE

            PERFORM WRITE-ONE-CATEGORY
                VARYING I-CAT-ITER FROM 1 BY 1
                UNTIL I-CAT-ITER > 6

            WRITE REC-CLOSE-RPT FROM STR-RPT-BLANK
            MOVE SPACES TO STR-RPT-RESULT
            EVALUATE TRUE
             WHEN I-DAY-CLOSED = 1
              STRING "CLOSED - SIGNED OFF BY " DELIMITED BY SIZE
                     STR-OPERATOR-ID DELIMITED BY SPACE
                     " - BUSINESS DATE NOW " DELIMITED BY SIZE
                     STR-NEXT-DATE DELIMITED BY SIZE
                  INTO STR-RPT-RESULT
             WHEN I-ITEM-OVERFLOW = 1
              MOVE "NOT CLOSED - TOO MANY OPEN ITEMS TO CLOSE"
                  TO STR-RPT-RESULT
             WHEN I-CLOSE-STOPPED = 1
              MOVE "NOT CLOSED - AN OPEN ITEM WAS NOT CARRIED FORWARD"
                  TO STR-RPT-RESULT
             WHEN OTHER
              MOVE "NOT CLOSED - CLOSE NOT CONFIRMED OR NOT RECORDED"
                  TO STR-RPT-RESULT
            END-EVALUATE
            WRITE REC-CLOSE-RPT FROM STR-RPT-RESULT

            CLOSE CLOSE-REPORT.

           WRITE-ONE-CATEGORY.
            MOVE 0 TO I-CAT-COUNT
            PERFORM COUNT-ONE-CATEGORY-ITEM
                VARYING I-ITEM-ITER FROM 1 BY 1
                UNTIL I-ITEM-ITER > I-ITEM-COUNT

            WRITE REC-CLOSE-RPT FROM STR-RPT-BLANK
            MOVE CT-CATEGORY(I-CAT-ITER) TO RPT-CATEGORY
            MOVE CT-TITLE(I-CAT-ITER)    TO RPT-TITLE
            MOVE I-CAT-COUNT             TO RPT-CAT-COUNT
            WRITE REC-CLOSE-RPT FROM STR-RPT-CAT-LINE

            IF I-CAT-COUNT = 0
             WRITE REC-CLOSE-RPT FROM STR-RPT-NONE-LINE
            ELSE
             WRITE REC-CLOSE-RPT FROM STR-RPT-COL-LINE
             PERFORM WRITE-ONE-ITEM-LINE
                 VARYING I-ITEM-ITER FROM 1 BY 1
                 UNTIL I-ITEM-ITER > I-ITEM-COUNT
            END-IF.

           COUNT-ONE-CATEGORY-ITEM.
            IF IT-CATEGORY(I-ITEM-ITER) = CT-CATEGORY(I-CAT-ITER)
             ADD 1 TO I-CAT-COUNT
            END-IF.

           WRITE-ONE-ITEM-LINE.
            IF IT-CATEGORY(I-ITEM-ITER) NOT = CT-CATEGORY(I-CAT-ITER)
             EXIT PARAGRAPH
            END-IF

            MOVE IT-KEY(I-ITEM-ITER)    TO RPT-KEY
            MOVE IT-SINCE(I-ITEM-ITER)  TO RPT-SINCE
            MOVE IT-AGE(I-ITEM-ITER)    TO RPT-AGE
            MOVE IT-DETAIL(I-ITEM-ITER) TO RPT-DETAIL
            WRITE REC-CLOSE-RPT FROM STR-RPT-ITEM-LINE

            IF IT-REASON(I-ITEM-ITER) NOT = SPACES
             MOVE IT-REASON(I-ITEM-ITER) TO RPT-REASON
             WRITE REC-CLOSE-RPT FROM STR-RPT-CARRY-LINE
            END-IF.

           END PROGRAM DAYCLOSE.
