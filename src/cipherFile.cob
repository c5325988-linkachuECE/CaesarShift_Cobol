               88 I-CIPHER-ATBASH     VALUE "ATBASH".
               88 I-CIPHER-AFFINE     VALUE "AFFINE".
               88 I-CIPHER-TRANSPOS   VALUE "TRANSPOS".
               88 I-CIPHER-PLAYFAIR   VALUE "PLAYFAIR".
             01 I-AFFINE-A       PIC 99.
             01 I-AFFINE-B       PIC 99.
             01 STR-AFFINE-PROBE PIC X(100) VALUE "A".
             01 I-AFFINE-KEYOFDAY PIC 9 VALUE 0.
             01 C-PROCDATE-FUNC  PIC X(1) VALUE "G".
             01 STR-PROC-DATE    PIC X(8).

      *    Key-usage ceiling fields - an encrypt run under the key
      *    of the day counts its messages against that key's
      *    KEYLIMIT ceiling through KEY-USAGE, checked before the
      *    first line and bumped at the end
             01 I-KEYUSE-TRACKED PIC 9 VALUE 0.
             01 C-KEYUSE-FUNC    PIC X(1).
             01 STR-KEYUSE-CIPHER PIC X(8).
             01 I-KEYUSE-RUN-COUNT PIC 9(7) VALUE 0.
             01 I-KEYUSE-USED    PIC 9(7).
             01 I-KEYUSE-WARN    PIC 9(7).
             01 I-KEYUSE-CEILING PIC 9(7).
             01 I-KEYUSE-HEADROOM PIC 9(7).
             01 I-KEYUSE-STATUS  PIC 9 VALUE 0.
             01 I-KEYUSE-STOPPED PIC 9 VALUE 0.
             01 STR-TYPED-CIPHER PIC X(8) VALUE "AFFINE".
             01 STR-TYPED-KEYWORD PIC X(16).
             01 I-TYPED-KWLEN    PIC 99.
             01 STR-EXCP-HEADER     PIC X(120)
                 VALUE "BATCH CIPHER EXCEPTIONS REPORT".

      *    Restricted-content screening fields - an encrypt run
      *    passes every line through CONTENT-SCREEN before the
      *    cipher sees it; a line matching a SCRNTERM term for the
      *    PARTNER= partner goes on SCRNHOLD through SCREEN-HOLD
      *    instead of being enciphered, and the lines an operator
      *    has released since the last run go out behind the
      *    input. A dry run screens and counts but holds nothing
      *    and feeds nothing.
             01 I-SCREEN-ACTIVE  PIC 9    VALUE 0.
             01 I-SCREEN-STATUS  PIC 9.
             01 I-RECORD-HELD    PIC 9    VALUE 0.
             01 STR-SCREEN-TEXT  PIC X(1000).
             01 STR-SCREEN-TERM  PIC X(40).
             01 I-SCREEN-LEN     PIC 9(4) VALUE 100.
             01 STR-SCREEN-PARTNER PIC X(8).
             01 STR-SCREEN-PROGRAM PIC X(8) VALUE "CIPHFILE".
             01 C-SH-FUNC        PIC X(1).
             01 I-SH-STATUS      PIC 9.
             01 I-FROM-RELEASE   PIC 9    VALUE 0.
             01 I-FEEDING-RELEASES PIC 9  VALUE 0.
             01 I-RELEASED-FED   PIC 9(6) VALUE 0.
             01 STR-SCREEN-LOG-NAME PIC X(16).
             01 I-SCREEN-LOG-LEN PIC 999  VALUE 100.
             01 I-SCREEN-LOG-SHIFT PIC S99 VALUE 0.
             01 I-SCREEN-LOG-FLAG PIC 9.
             COPY "scrnhold.cpy".

      *    Run-lock fields - a screened run appends to SCRNHOLD and
      *    writes it back whole at the end, so it holds the same
      *    SCRNHOLD enqueue the batch drivers and SCREEN-REVIEW
      *    take; with no JCL around an interactive run, nothing
      *    else keeps a review or a night run off the file
             01 C-LOCK-FUNC      PIC X(1).
             01 STR-LOCK-RESOURCE PIC X(8) VALUE "SCRNHOLD".
             01 STR-LOCK-PROGRAM PIC X(8) VALUE "CIPHFILE".
             01 I-LOCK-STATUS    PIC 9.
             01 I-HOLD-LOCKED    PIC 9    VALUE 0.

      *    Set by CIPHER-PARMS - 1 means the PARMFILE run-control
      *    file held an unknown keyword or a bad value and the run
      *    must be refused. CIPHFILE has no checkpoint/restart, no
      *    TERMINATE-CIPHFILE time so RUNHIST records what this
      *    execution was and what it touched
             01 STR-RH-PROGRAM   PIC X(8) VALUE "CIPHFILE".
             01 C-CLOCK-STAMP    PIC X(1) VALUE "S".
             01 STR-RUN-START    PIC X(14).
             01 STR-RH-INPUT     PIC X(8) VALUE "CIPHIN".
             01 STR-RH-OUTPUT    PIC X(8) VALUE "CIPHOUT".
             01 I-RUN-RC         PIC 99   VALUE 0.
           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            PERFORM INITIALIZE-CIPHFILE
            PERFORM PROCESS-ONE-LINE UNTIL I-AT-EOF
            PERFORM TERMINATE-CIPHFILE
            MOVE PARM-TRANSLATE TO C-TRANSLATE-MODE
            MOVE PARM-GROUPS    TO C-GROUP-MODE
            MOVE PARM-DRYRUN    TO C-DRYRUN-MODE
            MOVE PARM-PARTNER   TO STR-SCREEN-PARTNER

      *    Only traffic going out is screened
            IF NOT I-MODE-DECRYPT
             MOVE 1 TO I-SCREEN-ACTIVE
            END-IF

            IF I-PARM-ERROR
             DISPLAY "CIPHFILE - bad run-control parameters - "
             GOBACK
            END-IF

      *    Playfair's fillers lengthen the record and its round
      *    trip is proved record by record - CIPHER-BATCH's ground,
      *    refused here the same way
            IF I-CIPHER-PLAYFAIR
             DISPLAY "CIPHFILE - CIPHER=PLAYFAIR runs through the "
                     "CIPHER-BATCH driver - run refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

      *    The second-stage pipeline lives in CIPHER-BATCH - this
      *    utility stays single-stage rather than half-supporting a
      *    product cipher
             END-IF
            END-IF

            PERFORM CHECK-KEY-USAGE

      *    Taken before the first SCREEN-HOLD call can happen and
      *    held until the closing F has written the file back
            IF I-SCREEN-ACTIVE = 1 AND NOT I-DRY-RUN
             MOVE "A" TO C-LOCK-FUNC
             CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                   STR-LOCK-PROGRAM, I-LOCK-STATUS
             IF I-LOCK-STATUS NOT = 0
              DISPLAY "CIPHFILE - run refused - screening hold "
                      "enqueue is held"
              MOVE 8 TO RETURN-CODE
              GOBACK
             END-IF
             MOVE 1 TO I-HOLD-LOCKED
            END-IF

            MOVE 100 TO I-INPUT-LEN

            OPEN INPUT  CIPHFILE-IN
            IF STR-INFILE-STATUS NOT = "00"
             DISPLAY "CIPHFILE - cannot open CIPHIN - status "
                     STR-INFILE-STATUS
             PERFORM RELEASE-HOLD-LOCK
             MOVE 12 TO RETURN-CODE
             GOBACK
            END-IF
             IF STR-OUTFILE-STATUS NOT = "00"
              DISPLAY "CIPHFILE - cannot open CIPHOUT - status "
                      STR-OUTFILE-STATUS
              PERFORM RELEASE-HOLD-LOCK
              MOVE 12 TO RETURN-CODE
              GOBACK
             END-IF
            END-IF.

           PROCESS-ONE-LINE.
      *     The key's ceiling stops the run where it stands - the
      *     trailer still balances to what was written
            IF I-KEYUSE-TRACKED = 1
                  AND I-KEYUSE-RUN-COUNT NOT < I-KEYUSE-HEADROOM
             DISPLAY "CIPHFILE - key of the day reached its usage "
                     "ceiling of " I-KEYUSE-CEILING
                     " - run stopped"
             MOVE 1 TO I-KEYUSE-STOPPED
             SET I-AT-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-INPUT-SEQ
            PERFORM VALIDATE-INPUT-LINE

            IF I-FROM-RELEASE = 1
             PERFORM MARK-RELEASE-FED
            END-IF

            IF I-RECORD-REJECTED
             PERFORM WRITE-REJECT-RECORD
             PERFORM READ-NEXT-LINE
             EXIT PARAGRAPH
            END-IF

            PERFORM SCREEN-INPUT-LINE
            IF I-RECORD-HELD = 1
             PERFORM HOLD-SCREENED-LINE
             PERFORM READ-NEXT-LINE
             EXIT PARAGRAPH
            END-IF

            IF I-FIVE-GROUPS AND I-MODE-DECRYPT
             PERFORM DEGROUP-ONE-LINE
             PERFORM READ-NEXT-LINE
            END-IF

            PERFORM CIPHER-ONE-LINE
            IF I-KEYUSE-TRACKED = 1
             ADD 1 TO I-KEYUSE-RUN-COUNT
            END-IF

            PERFORM READ-NEXT-LINE.

      *    /////////////////////////////////////////////////////////////
      *    An encrypt run under the key of the day - the Caesar
      *    shift or the affine pair - asks KEY-USAGE how much the
      *    key has already carried. A key at its ceiling refuses
      *    the run outright; otherwise the headroom left is what
      *    the line loop may cipher before it stops. Explicit
      *    keys, decrypts, and dry runs are not counted.
      *    /////////////////////////////////////////////////////////////
           CHECK-KEY-USAGE.
            IF I-MODE-DECRYPT OR I-DRY-RUN
             EXIT PARAGRAPH
            END-IF

            EVALUATE TRUE
             WHEN I-CIPHER-CAESAR AND I-SHIFT-AMOUNT = 0
              MOVE "CAESAR"   TO STR-KEYUSE-CIPHER
             WHEN I-AFFINE-KEYOFDAY = 1
              MOVE "AFFINE"   TO STR-KEYUSE-CIPHER
             WHEN OTHER
              EXIT PARAGRAPH
            END-EVALUATE

            CALL "BUSINESS-DATE" USING C-PROCDATE-FUNC,
                                       STR-PROC-DATE
            MOVE "C" TO C-KEYUSE-FUNC
            CALL "KEY-USAGE" USING
                C-KEYUSE-FUNC, STR-PROC-DATE, STR-KEYUSE-CIPHER,
                I-KEYUSE-RUN-COUNT, I-KEYUSE-USED, I-KEYUSE-WARN,
                I-KEYUSE-CEILING, I-KEYUSE-HEADROOM,
                I-KEYUSE-STATUS

            IF I-KEYUSE-STATUS = 2
             DISPLAY "CIPHFILE - key of the day has carried "
                     I-KEYUSE-USED " messages, at its ceiling of "
                     I-KEYUSE-CEILING " - run refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            IF I-KEYUSE-STATUS = 1
             DISPLAY "CIPHFILE - key of the day has carried "
                     I-KEYUSE-USED " messages, past its warning "
                     "threshold of " I-KEYUSE-WARN
            END-IF

            MOVE 1 TO I-KEYUSE-TRACKED.

      *    /////////////////////////////////////////////////////////////
      *    Adds the run's messages to the key's running count - the
      *    status coming back judges the key as it now stands
      *    /////////////////////////////////////////////////////////////
           POST-KEY-USAGE.
            MOVE "B" TO C-KEYUSE-FUNC
            CALL "KEY-USAGE" USING
                C-KEYUSE-FUNC, STR-PROC-DATE, STR-KEYUSE-CIPHER,
                I-KEYUSE-RUN-COUNT, I-KEYUSE-USED, I-KEYUSE-WARN,
                I-KEYUSE-CEILING, I-KEYUSE-HEADROOM,
                I-KEYUSE-STATUS

            IF I-KEYUSE-STATUS = 1
             DISPLAY "CIPHFILE - key of the day now at "
                     I-KEYUSE-USED " messages, past its warning "
                     "threshold of " I-KEYUSE-WARN
            END-IF.

           CIPHER-ONE-LINE.
            EVALUATE TRUE
             WHEN I-CIPHER-ATBASH
             END-IF
            END-PERFORM.

      *    /////////////////////////////////////////////////////////////
      *    Runs a valid encrypt line past the restricted-content
      *    terms - a line an operator already released is not
      *    screened again. Every decision goes to CIPHERLOG:
      *    SCREEN-CLEAR as a success, SCREEN-HOLD as a failure.
      *    /////////////////////////////////////////////////////////////
           SCREEN-INPUT-LINE.
            MOVE 0 TO I-RECORD-HELD
            IF I-SCREEN-ACTIVE = 0 OR I-FROM-RELEASE = 1
             EXIT PARAGRAPH
            END-IF

            MOVE STR-INPUT TO STR-SCREEN-TEXT
            CALL "CONTENT-SCREEN" USING
                STR-SCREEN-PARTNER, STR-SCREEN-TEXT, I-SCREEN-LEN,
                STR-SCREEN-TERM, I-SCREEN-STATUS

            IF I-SCREEN-STATUS = 1
             MOVE 1             TO I-RECORD-HELD
             MOVE "SCREEN-HOLD"  TO STR-SCREEN-LOG-NAME
             MOVE 0              TO I-SCREEN-LOG-FLAG
            ELSE
             MOVE "SCREEN-CLEAR" TO STR-SCREEN-LOG-NAME
             MOVE 1              TO I-SCREEN-LOG-FLAG
            END-IF
            PERFORM LOG-SCREEN-DECISION.

      *    The held line goes on SCRNHOLD whole with the term it
      *    matched and its line number - a dry run only counts it
           HOLD-SCREENED-LINE.
            ADD 1 TO I-HELD-COUNT
            DISPLAY "CIPHFILE - line " I-INPUT-SEQ
                    " held by screening - term " STR-SCREEN-TERM

            IF I-DRY-RUN
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES             TO REC-SCRNHOLD
            MOVE STR-SCREEN-PROGRAM TO SH-PROGRAM
            MOVE STR-SCREEN-PARTNER TO SH-PARTNER
            MOVE I-INPUT-SEQ        TO SH-REC-NUM
            MOVE STR-SCREEN-TERM    TO SH-TERM
            MOVE 100                TO SH-LEN
            MOVE STR-INPUT          TO SH-TEXT
            MOVE "H" TO C-SH-FUNC
            CALL "SCREEN-HOLD" USING C-SH-FUNC, REC-SCRNHOLD,
                                     I-SH-STATUS
            IF I-SH-STATUS NOT = 0
             MOVE "SCRNHOLD" TO EX-TYPE
             PERFORM WRITE-EXCEPTION-LINE
            END-IF.

           RELEASE-HOLD-LOCK.
            IF I-HOLD-LOCKED = 1
             MOVE "R" TO C-LOCK-FUNC
             CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                   STR-LOCK-PROGRAM, I-LOCK-STATUS
             MOVE 0 TO I-HOLD-LOCKED
            END-IF.

           LOG-SCREEN-DECISION.
            CALL "LOG-CIPHER-EVENT" USING
                STR-SCREEN-LOG-NAME, I-SCREEN-LOG-LEN,
                I-SCREEN-LOG-SHIFT, I-SCREEN-LOG-FLAG.

      *    /////////////////////////////////////////////////////////////
      *    Takes the next RELEASED entry for this program and
      *    partner off SCREEN-HOLD as the next input line
      *    /////////////////////////////////////////////////////////////
           FEED-RELEASED-LINE.
            MOVE "N" TO I-EOF-FLAG
            MOVE 0   TO I-FROM-RELEASE
            MOVE SPACES             TO REC-SCRNHOLD
            MOVE STR-SCREEN-PROGRAM TO SH-PROGRAM
            MOVE STR-SCREEN-PARTNER TO SH-PARTNER
            MOVE "N" TO C-SH-FUNC
            CALL "SCREEN-HOLD" USING C-SH-FUNC, REC-SCRNHOLD,
                                     I-SH-STATUS
            IF I-SH-STATUS NOT = 0
             SET I-AT-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            MOVE SH-TEXT(1:100) TO STR-INPUT
            MOVE 1 TO I-FROM-RELEASE
            ADD 1 TO I-RELEASED-FED
            MOVE "SCREEN-FEED" TO STR-SCREEN-LOG-NAME
            MOVE 1             TO I-SCREEN-LOG-FLAG
            PERFORM LOG-SCREEN-DECISION.

           MARK-RELEASE-FED.
            MOVE "D" TO C-SH-FUNC
            CALL "SCREEN-HOLD" USING C-SH-FUNC, REC-SCRNHOLD,
                                     I-SH-STATUS.

           WRITE-REJECT-RECORD.
            ADD 1 TO I-REJECT-COUNT
            MOVE I-INPUT-SEQ       TO RJ-REC-NUM
      *    would write two garbage records (or, grouped, bleed
      *    their characters into the letter stream)
           READ-NEXT-LINE.
            IF I-FEEDING-RELEASES = 1
             PERFORM FEED-RELEASED-LINE
             EXIT PARAGRAPH
            END-IF

            PERFORM WITH TEST AFTER
                    UNTIL I-AT-EOF
                       OR NOT I-MODE-DECRYPT
             READ CIPHFILE-IN INTO STR-INPUT
                 AT END SET I-AT-EOF TO TRUE
             END-READ
            END-PERFORM

      *     The input is spent - the lines released from the
      *     screening hold for this partner go out behind it
            IF I-AT-EOF AND I-SCREEN-ACTIVE = 1 AND NOT I-DRY-RUN
             MOVE 1 TO I-FEEDING-RELEASES
             PERFORM FEED-RELEASED-LINE
            END-IF.

           TERMINATE-CIPHFILE.
      *    A grouped run usually has a partial buffer left over at
            MOVE I-WRAPAROUND-COUNT  TO TR-WRAPAROUND-COUNT
            MOVE I-SPANNED-COUNT     TO TR-SPANNED-COUNT
            MOVE I-REJECT-COUNT      TO TR-REJECT-COUNT
            MOVE I-HELD-COUNT        TO TR-HELD-COUNT

      *    A dry run shows the would-be trailer and the counts a
      *    person checks before trusting a new configuration
                 I-LOG-DUMMY-SHIFT, I-LOG-DUMMY-FLAG
            END-IF

      *    The released lines this run put through are marked FED
      *    on the hold file now the output is closed
            IF I-SCREEN-ACTIVE = 1 AND NOT I-DRY-RUN
             MOVE "F" TO C-SH-FUNC
             CALL "SCREEN-HOLD" USING C-SH-FUNC, REC-SCRNHOLD,
                                      I-SH-STATUS
             IF I-RELEASED-FED > 0
              DISPLAY "CIPHFILE - " I-RELEASED-FED
                      " released line(s) fed from the screening "
                      "hold"
             END-IF
            END-IF
            PERFORM RELEASE-HOLD-LOCK

            IF I-KEYUSE-TRACKED = 1
             PERFORM POST-KEY-USAGE
            END-IF

      *    The documented condition-code scheme - 0 clean, 4
      *    warnings, 8 any reconcile failure or shift-range error,
      *    12 file/IO trouble (set at its OPEN above). The JCL
      *    gates the transmission step on an 8. A run the key's
      *    usage ceiling stopped short is an 8; a key past its
      *    warning threshold is a 4, and so is a run that put
      *    lines on the screening hold.
            EVALUATE TRUE
             WHEN I-EXCEPTION-COUNT > 0
                  OR I-KEYUSE-STOPPED = 1
              MOVE 8 TO I-RUN-RC
             WHEN I-UNCHANGED-COUNT > 0
                  OR I-TOTAL-RECORDS = 0
                  OR I-KEYUSE-STATUS = 1
                  OR I-HELD-COUNT > 0
              MOVE 4 TO I-RUN-RC
             WHEN OTHER
              MOVE 0 TO I-RUN-RC
