      *    // Generation catalog for the versioned output datasets -
      *    // CIPHER-BATCH's OUTFILE, CIPHMANY's manifest outputs and
      *    // CIPHRECV's RECVOUT each go out as base.GnnnnV00, one
      *    // new generation per run, so a re-run can no longer
      *    // overwrite a file that may already have been sent. Each
      *    // GENCAT line records the generation's run timestamp,
      *    // the header run ID, the trailer record count and the
      *    // producing program. GENLIMIT sets how many completed
      *    // generations a base keeps (a *DEFAULT row covers the
      *    // rest, five when there is no row at all); completing a
      *    // generation scratches the oldest past that count and
      *    // drops it from the catalog.
      *    //
      *    // Functions -
      *    //   N  allocate the next generation (an OPEN generation
      *    //      left by a run that never finished is reused)
      *    //   C  complete generation I-GC-GEN with the run ID,
      *    //      record count and program, then roll off
      *    //   R  resolve STR-GC-SELECT - blank, CURRENT or 0 the
      *    //      newest, PREVIOUS or -1 the one before, -n further
      *    //      back, or a plain generation number; a blank
      *    //      selector against a generation's own name
      *    //      addresses that generation
      *    //   L  the newest generation of any status - a restart
      *    //      extends the generation its first attempt opened
      *    // The status answers 0 done, 1 base not cataloged (the
      *    // dataset name comes back as given, for a file written
      *    // before it was versioned), 2 no such generation, 8
      *    // catalog trouble - the GENCAT enqueue held elsewhere, or
      *    // a catalog past the table, which is never written back.
      *    // Every call loads and rewrites the catalog under the
      *    // GENCAT enqueue, so an interactive re-cut and a batch
      *    // run allocating beside it cannot drop each other's lines.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. GEN-CATALOG.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT GEN-CAT-FILE ASSIGN TO "GENCAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-GENCAT-STATUS.

                 SELECT LIMIT-FILE ASSIGN TO "GENLIMIT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-LIMIT-STATUS.

      *    A rolled-off generation is scratched through this DD,
      *    pointed at the generation's dataset before the DELETE
                 SELECT SCRATCH-FILE ASSIGN TO "GENSCRAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SCRATCH-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  GEN-CAT-FILE.
             01 REC-GENCAT-LINE    PIC X(149).

      *    One row per base dataset - BASE RETAIN, a count of
      *    completed generations; a zero keeps them all
             FD  LIMIT-FILE.
             01 REC-GENLIMIT.
               05 GL-BASE          PIC X(44).
               05 FILLER           PIC X(1).
               05 GL-RETAIN        PIC 9(3).

             FD  SCRATCH-FILE.
             01 REC-SCRATCH        PIC X(100).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1).
               88 I-AT-EOF              VALUE "Y".
             01 STR-GENCAT-STATUS  PIC X(2).
             01 STR-LIMIT-STATUS   PIC X(2).
             01 STR-SCRATCH-STATUS PIC X(2).

      *    The whole catalog held in storage for the rewrite - the
      *    PARTADM load-change-rewrite pass. Every manifest partner
      *    keeps its retention count of night generations and as
      *    many of its flash base, beside the single-file drivers'
             01 I-CAT-COUNT        PIC 9(4) VALUE 0.
             01 I-CAT-MAX          PIC 9(4) VALUE 5000.
             01 CATALOG-TABLE.
               05 CT-ENTRY         PIC X(149) OCCURS 5000 TIMES.
             01 I-CAT-ITER         PIC 9(4).
             01 I-FOUND-SLOT       PIC 9(4).
             01 I-LATEST-SLOT      PIC 9(4).
             01 I-HIGH-GEN         PIC 9(4).
             01 I-CATALOG-CHANGED  PIC 9 VALUE 0.

      *    The base with any generation suffix taken off, so a
      *    driver handed a generation's own name still versions
      *    against the base
             01 STR-BASE-NAME      PIC X(44).
             01 I-BASE-LEN         PIC 99.
             01 I-SUFFIX-AT        PIC 99.
             01 STR-GEN-DIGITS     PIC 9(4).
             01 I-NAMED-GEN        PIC 9(4).

      *    Selector arithmetic for R
             01 STR-SELECT-WORK    PIC X(8).
             01 I-SELECT-LEN       PIC 9.
             01 I-WANT-NTH         PIC 9(4).
             01 I-WANT-GEN         PIC 9(4).
             01 I-SEEN-COUNT       PIC 9(4).

      *    Retention for the base off GENLIMIT
             01 I-LIMIT-EOF        PIC 9 VALUE 0.
               88 I-AT-LIMIT-EOF        VALUE 1.
             01 I-LIMIT-MATCHED    PIC 9 VALUE 0.
             01 I-RETAIN           PIC 9(3).
             01 I-DEFAULT-RETAIN   PIC 9(3).
             01 I-KEPT-COUNT       PIC 9(4).

      *    Run-lock fields - the catalog is rewritten whole, so each
      *    call enqueues it for the load through the rewrite
             01 C-LOCK-FUNC        PIC X(1).
             01 STR-LOCK-RESOURCE  PIC X(8) VALUE "GENCAT".
             01 STR-LOCK-PROGRAM   PIC X(8).
             01 I-LOCK-STATUS      PIC 9.

             COPY "gencatrec.cpy".

            LINKAGE SECTION.
             01 C-GC-FUNC          PIC X(1).
               88 I-FUNC-NEW            VALUE "N".
               88 I-FUNC-COMPLETE       VALUE "C".
               88 I-FUNC-RESOLVE        VALUE "R".
               88 I-FUNC-LATEST         VALUE "L".
             01 STR-GC-BASE        PIC X(44).
             01 STR-GC-SELECT      PIC X(8).
             01 STR-GC-PROGRAM     PIC X(8).
             01 STR-GC-RUN-ID      PIC X(14).
             01 I-GC-RECORDS       PIC 9(6).
             01 STR-GC-DSN         PIC X(44).
             01 I-GC-GEN           PIC 9(4).
             01 I-GC-STATUS        PIC 9.

           PROCEDURE DIVISION
               USING C-GC-FUNC, STR-GC-BASE, STR-GC-SELECT,
                     STR-GC-PROGRAM, STR-GC-RUN-ID, I-GC-RECORDS,
                     STR-GC-DSN, I-GC-GEN, I-GC-STATUS.

           MAINLINE.
            MOVE 0 TO I-GC-STATUS
            MOVE 0 TO I-CATALOG-CHANGED

            PERFORM TRIM-BASE-NAME
            IF I-GC-STATUS NOT = 0
             EXIT PROGRAM
            END-IF

            PERFORM ACQUIRE-CATALOG-LOCK
            IF I-GC-STATUS NOT = 0
             EXIT PROGRAM
            END-IF

            PERFORM LOAD-GEN-CATALOG
            IF I-GC-STATUS NOT = 0
             PERFORM RELEASE-CATALOG-LOCK
             EXIT PROGRAM
            END-IF

            EVALUATE TRUE
             WHEN I-FUNC-NEW
              PERFORM ALLOCATE-GENERATION
             WHEN I-FUNC-COMPLETE
              PERFORM COMPLETE-GENERATION
             WHEN I-FUNC-RESOLVE
              PERFORM RESOLVE-GENERATION
             WHEN I-FUNC-LATEST
              PERFORM FIND-LATEST-GENERATION
              IF I-LATEST-SLOT = 0
               MOVE STR-GC-BASE TO STR-GC-DSN
               MOVE 0 TO I-GC-GEN
               MOVE 1 TO I-GC-STATUS
              ELSE
               MOVE CT-ENTRY(I-LATEST-SLOT) TO REC-GENCAT
               MOVE GC-DSN TO STR-GC-DSN
               MOVE GC-GEN TO I-GC-GEN
              END-IF
             WHEN OTHER
              DISPLAY "GENCAT - unknown function " C-GC-FUNC
              MOVE 8 TO I-GC-STATUS
            END-EVALUATE

            IF I-CATALOG-CHANGED = 1
             PERFORM REWRITE-GEN-CATALOG
            END-IF

            PERFORM RELEASE-CATALOG-LOCK

            EXIT PROGRAM.

      *    /////////////////////////////////////////////////////////////
      *    The GENCAT enqueue - taken under the caller's program
      *    name so a refusal says whose run is in the way
      *    /////////////////////////////////////////////////////////////
           ACQUIRE-CATALOG-LOCK.
            MOVE STR-GC-PROGRAM TO STR-LOCK-PROGRAM
            IF STR-LOCK-PROGRAM = SPACES
             MOVE "GENCAT" TO STR-LOCK-PROGRAM
            END-IF

            MOVE "A" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            IF I-LOCK-STATUS NOT = 0
             DISPLAY "GENCAT - catalog not available - GENCAT "
                     "enqueue is held"
             MOVE 8 TO I-GC-STATUS
            END-IF.

           RELEASE-CATALOG-LOCK.
            MOVE "R" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS.

      *    /////////////////////////////////////////////////////////////
      *    Takes a .GnnnnV00 suffix off the name handed in - the
      *    drivers pass whatever their DD currently points at,
      *    which after an earlier run in the same job is the last
      *    generation rather than the base
      *    /////////////////////////////////////////////////////////////
           TRIM-BASE-NAME.
            MOVE 0 TO I-NAMED-GEN
            MOVE STR-GC-BASE TO STR-BASE-NAME
            IF STR-BASE-NAME = SPACES
             DISPLAY "GENCAT - no base dataset name given"
             MOVE 8 TO I-GC-STATUS
             EXIT PARAGRAPH
            END-IF

            COMPUTE I-BASE-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(STR-BASE-NAME TRAILING))

            IF I-BASE-LEN > 9
             COMPUTE I-SUFFIX-AT = I-BASE-LEN - 8
             IF STR-BASE-NAME(I-SUFFIX-AT:2) = ".G"
                   AND STR-BASE-NAME(I-SUFFIX-AT + 6:3) = "V00"
                   AND STR-BASE-NAME(I-SUFFIX-AT + 2:4) IS NUMERIC
              MOVE STR-BASE-NAME(I-SUFFIX-AT + 2:4) TO I-NAMED-GEN
              MOVE SPACES TO STR-BASE-NAME(I-SUFFIX-AT:)
              SUBTRACT 9 FROM I-BASE-LEN
             END-IF
            END-IF

      *     Room for the nine-byte suffix on a 44-byte name
            IF I-BASE-LEN > 35
             DISPLAY "GENCAT - " STR-BASE-NAME(1:35)
                     " is too long to take a generation suffix"
             MOVE 8 TO I-GC-STATUS
            END-IF.

           LOAD-GEN-CATALOG.
            MOVE "N" TO I-EOF-FLAG
            MOVE 0   TO I-CAT-COUNT

            OPEN INPUT GEN-CAT-FILE
            IF STR-GENCAT-STATUS = "35"
      *      No catalog yet - nothing has been versioned
             EXIT PARAGRAPH
            END-IF
            IF STR-GENCAT-STATUS NOT = "00"
             DISPLAY "GENCAT - cannot read GENCAT - status "
                     STR-GENCAT-STATUS
             MOVE 8 TO I-GC-STATUS
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ONE-GENERATION
                UNTIL I-AT-EOF OR I-GC-STATUS NOT = 0
            CLOSE GEN-CAT-FILE.

      *    A catalog past the table is never rewritten short - the
      *    call fails instead and the catalog stays as it is
           LOAD-ONE-GENERATION.
            READ GEN-CAT-FILE INTO REC-GENCAT
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND GC-BASE NOT = SPACES
             IF I-CAT-COUNT >= I-CAT-MAX
              DISPLAY "GENCAT - catalog holds more than " I-CAT-MAX
                      " generations - left as it stands"
              MOVE 8 TO I-GC-STATUS
             ELSE
              ADD 1 TO I-CAT-COUNT
              MOVE REC-GENCAT TO CT-ENTRY(I-CAT-COUNT)
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    The newest cataloged generation of the base, whatever its
      *    status - the catalog is appended in allocation order, so
      *    the last matching line is the newest
      *    /////////////////////////////////////////////////////////////
           FIND-LATEST-GENERATION.
            MOVE 0 TO I-LATEST-SLOT
            MOVE 0 TO I-HIGH-GEN
            PERFORM NOTE-ONE-LATEST
                VARYING I-CAT-ITER FROM 1 BY 1
                UNTIL I-CAT-ITER > I-CAT-COUNT.

           NOTE-ONE-LATEST.
            MOVE CT-ENTRY(I-CAT-ITER) TO REC-GENCAT
            IF GC-BASE = STR-BASE-NAME
             MOVE I-CAT-ITER TO I-LATEST-SLOT
             IF GC-GEN > I-HIGH-GEN
              MOVE GC-GEN TO I-HIGH-GEN
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Hands out the next generation - one left OPEN by a run
      *    that abended before its trailer is taken over rather
      *    than left orphaned, otherwise the number after the
      *    highest on the catalog (9999 wraps to 0001)
      *    /////////////////////////////////////////////////////////////
           ALLOCATE-GENERATION.
            PERFORM FIND-LATEST-GENERATION

            IF I-LATEST-SLOT > 0
             MOVE CT-ENTRY(I-LATEST-SLOT) TO REC-GENCAT
             IF GC-STATUS = "OPEN"
              MOVE I-LATEST-SLOT TO I-FOUND-SLOT
              PERFORM STAMP-OPEN-GENERATION
              EXIT PARAGRAPH
             END-IF
            END-IF

            IF I-CAT-COUNT >= I-CAT-MAX
             DISPLAY "GENCAT - catalog is full"
             MOVE 8 TO I-GC-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES        TO REC-GENCAT
            MOVE STR-BASE-NAME TO GC-BASE
            IF I-HIGH-GEN >= 9999
             MOVE 1 TO GC-GEN
            ELSE
             COMPUTE GC-GEN = I-HIGH-GEN + 1
            END-IF
            MOVE GC-GEN TO STR-GEN-DIGITS
            STRING STR-BASE-NAME DELIMITED BY SPACE
                   ".G"           DELIMITED BY SIZE
                   STR-GEN-DIGITS DELIMITED BY SIZE
                   "V00"          DELIMITED BY SIZE
                   INTO GC-DSN
            END-STRING

            ADD 1 TO I-CAT-COUNT
            MOVE I-CAT-COUNT TO I-FOUND-SLOT
            PERFORM STAMP-OPEN-GENERATION.

           STAMP-OPEN-GENERATION.
            MOVE FUNCTION CURRENT-DATE(1:14) TO GC-RUN-TS
            MOVE SPACES         TO GC-RUN-ID
            MOVE 0              TO GC-RECORDS
            MOVE STR-GC-PROGRAM TO GC-PROGRAM
            MOVE "OPEN"         TO GC-STATUS
            MOVE REC-GENCAT     TO CT-ENTRY(I-FOUND-SLOT)
            MOVE 1 TO I-CATALOG-CHANGED

            MOVE GC-DSN TO STR-GC-DSN
            MOVE GC-GEN TO I-GC-GEN.

      *    /////////////////////////////////////////////////////////////
      *    Files the finished generation's header run ID and trailer
      *    count, then rolls the base back to its retention count
      *    /////////////////////////////////////////////////////////////
           COMPLETE-GENERATION.
            MOVE 0 TO I-FOUND-SLOT
            PERFORM MATCH-ONE-GENERATION
                VARYING I-CAT-ITER FROM 1 BY 1
                UNTIL I-CAT-ITER > I-CAT-COUNT

            IF I-FOUND-SLOT = 0
             DISPLAY "GENCAT - no generation " I-GC-GEN " of "
                     STR-BASE-NAME(1:35)
             MOVE 2 TO I-GC-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE CT-ENTRY(I-FOUND-SLOT) TO REC-GENCAT
            MOVE STR-GC-RUN-ID  TO GC-RUN-ID
            MOVE I-GC-RECORDS   TO GC-RECORDS
            MOVE STR-GC-PROGRAM TO GC-PROGRAM
            MOVE "ACTIVE"       TO GC-STATUS
            MOVE REC-GENCAT     TO CT-ENTRY(I-FOUND-SLOT)
            MOVE GC-DSN TO STR-GC-DSN
            MOVE 1 TO I-CATALOG-CHANGED

            PERFORM LOAD-RETENTION-LIMIT
            IF I-RETAIN > 0
             MOVE 0 TO I-KEPT-COUNT
             PERFORM ROLL-ONE-GENERATION
                 VARYING I-CAT-ITER FROM I-CAT-COUNT BY -1
                 UNTIL I-CAT-ITER < 1
            END-IF.

           MATCH-ONE-GENERATION.
            MOVE CT-ENTRY(I-CAT-ITER) TO REC-GENCAT
            IF GC-BASE = STR-BASE-NAME AND GC-GEN = I-GC-GEN
             MOVE I-CAT-ITER TO I-FOUND-SLOT
            END-IF.

      *    Newest first - every completed generation past the
      *    retention count is scratched and marked for the rewrite
      *    to leave out
           ROLL-ONE-GENERATION.
            MOVE CT-ENTRY(I-CAT-ITER) TO REC-GENCAT
            IF GC-BASE = STR-BASE-NAME AND GC-STATUS = "ACTIVE"
             ADD 1 TO I-KEPT-COUNT
             IF I-KEPT-COUNT > I-RETAIN
              DISPLAY "GENSCRAT" UPON ENVIRONMENT-NAME
              DISPLAY GC-DSN UPON ENVIRONMENT-VALUE
              DELETE FILE SCRATCH-FILE
              DISPLAY "GENCAT - generation " GC-GEN " of "
                      STR-BASE-NAME(1:35) " rolled off"
              MOVE "ROLLED" TO GC-STATUS
              MOVE REC-GENCAT TO CT-ENTRY(I-CAT-ITER)
             END-IF
            END-IF.

           LOAD-RETENTION-LIMIT.
            MOVE 5 TO I-RETAIN
            MOVE 5 TO I-DEFAULT-RETAIN
            MOVE 0 TO I-LIMIT-MATCHED
            MOVE 0 TO I-LIMIT-EOF

            OPEN INPUT LIMIT-FILE
            IF STR-LIMIT-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF

            PERFORM READ-ONE-LIMIT UNTIL I-AT-LIMIT-EOF
            CLOSE LIMIT-FILE

            IF I-LIMIT-MATCHED = 0
             MOVE I-DEFAULT-RETAIN TO I-RETAIN
            END-IF.

           READ-ONE-LIMIT.
            READ LIMIT-FILE
             AT END
              SET I-AT-LIMIT-EOF TO TRUE
             NOT AT END
              IF GL-RETAIN IS NUMERIC
               EVALUATE GL-BASE
                WHEN STR-BASE-NAME
                 MOVE GL-RETAIN TO I-RETAIN
                 MOVE 1         TO I-LIMIT-MATCHED
                WHEN "*DEFAULT"
                 MOVE GL-RETAIN TO I-DEFAULT-RETAIN
                WHEN OTHER
                 CONTINUE
               END-EVALUATE
              END-IF
            END-READ.

      *    /////////////////////////////////////////////////////////////
      *    Turns the caller's selector into a generation - relative
      *    selectors count back through the completed generations
      *    only, so a run still writing is never "current"
      *    /////////////////////////////////////////////////////////////
           RESOLVE-GENERATION.
            MOVE 0 TO I-WANT-NTH
            MOVE 0 TO I-WANT-GEN
            MOVE FUNCTION TRIM(STR-GC-SELECT) TO STR-SELECT-WORK

            EVALUATE TRUE
             WHEN STR-SELECT-WORK = SPACES AND I-NAMED-GEN > 0
              MOVE I-NAMED-GEN TO I-WANT-GEN
             WHEN STR-SELECT-WORK = SPACES
                  OR STR-SELECT-WORK = "CURRENT"
                  OR STR-SELECT-WORK = "0"
              MOVE 1 TO I-WANT-NTH
             WHEN STR-SELECT-WORK = "PREVIOUS"
              MOVE 2 TO I-WANT-NTH
             WHEN OTHER
              COMPUTE I-SELECT-LEN =
                  FUNCTION LENGTH(FUNCTION TRIM(STR-SELECT-WORK))
              IF STR-SELECT-WORK(1:1) = "-" AND I-SELECT-LEN > 1
                    AND STR-SELECT-WORK(2:I-SELECT-LEN - 1)
                        IS NUMERIC
               COMPUTE I-WANT-NTH = FUNCTION NUMVAL(
                   STR-SELECT-WORK(2:I-SELECT-LEN - 1)) + 1
              ELSE
               IF STR-SELECT-WORK(1:I-SELECT-LEN) IS NUMERIC
                     AND I-SELECT-LEN < 5
                COMPUTE I-WANT-GEN = FUNCTION NUMVAL(
                    STR-SELECT-WORK(1:I-SELECT-LEN))
               ELSE
                DISPLAY "GENCAT - generation selector "
                        STR-SELECT-WORK " not understood"
                MOVE 2 TO I-GC-STATUS
                EXIT PARAGRAPH
               END-IF
              END-IF
            END-EVALUATE

            PERFORM FIND-LATEST-GENERATION
            IF I-LATEST-SLOT = 0
             MOVE STR-GC-BASE TO STR-GC-DSN
             MOVE 0 TO I-GC-GEN
             MOVE 1 TO I-GC-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-FOUND-SLOT
            MOVE 0 TO I-SEEN-COUNT
            PERFORM PICK-ONE-GENERATION
                VARYING I-CAT-ITER FROM I-CAT-COUNT BY -1
                UNTIL I-CAT-ITER < 1 OR I-FOUND-SLOT > 0

            IF I-FOUND-SLOT = 0
             DISPLAY "GENCAT - no generation " STR-SELECT-WORK
                     " of " STR-BASE-NAME(1:35)
             MOVE 2 TO I-GC-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE CT-ENTRY(I-FOUND-SLOT) TO REC-GENCAT
            MOVE GC-DSN TO STR-GC-DSN
            MOVE GC-GEN TO I-GC-GEN.

           PICK-ONE-GENERATION.
            MOVE CT-ENTRY(I-CAT-ITER) TO REC-GENCAT
            IF GC-BASE = STR-BASE-NAME AND GC-STATUS = "ACTIVE"
             ADD 1 TO I-SEEN-COUNT
             IF (I-WANT-NTH > 0 AND I-SEEN-COUNT = I-WANT-NTH)
                   OR (I-WANT-NTH = 0 AND GC-GEN = I-WANT-GEN)
              MOVE I-CAT-ITER TO I-FOUND-SLOT
             END-IF
            END-IF.

      *    Rolled-off generations are left out of the rewrite
           REWRITE-GEN-CATALOG.
            OPEN OUTPUT GEN-CAT-FILE
            IF STR-GENCAT-STATUS NOT = "00"
             DISPLAY "GENCAT - cannot rewrite GENCAT - status "
                     STR-GENCAT-STATUS
             MOVE 8 TO I-GC-STATUS
             EXIT PARAGRAPH
            END-IF

            PERFORM WRITE-ONE-GENERATION
                VARYING I-CAT-ITER FROM 1 BY 1
                UNTIL I-CAT-ITER > I-CAT-COUNT

            CLOSE GEN-CAT-FILE.

           WRITE-ONE-GENERATION.
            MOVE CT-ENTRY(I-CAT-ITER) TO REC-GENCAT
            IF GC-STATUS NOT = "ROLLED"
             WRITE REC-GENCAT-LINE FROM REC-GENCAT
            END-IF.

           END PROGRAM GEN-CATALOG.
