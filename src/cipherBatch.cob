               88 I-SPAN-OVERSIZE          VALUE "Y" "y".

      *    Which cipher this run shifts with - the CIPHER= keyword
      *    selects among CAESAR (the original path), ATBASH,
      *    AFFINE, TRANSPOS, and PLAYFAIR. VIGENERE traffic has
      *    its own keyword-file-driven VIGENERE-BATCH driver and is
      *    refused here rather than half-supported without one
             01 C-CIPHER-TYPE         PIC X(8).
               88 I-CIPHER-CAESAR          VALUE "CAESAR".
               88 I-CIPHER-VIGENERE        VALUE "VIGENERE".
               88 I-CIPHER-ATBASH          VALUE "ATBASH".
               88 I-CIPHER-AFFINE          VALUE "AFFINE".
               88 I-CIPHER-TRANSPOS        VALUE "TRANSPOS".
               88 I-CIPHER-PLAYFAIR        VALUE "PLAYFAIR".
             01 I-AFFINE-A            PIC 99.
             01 I-AFFINE-B            PIC 99.
             01 STR-AFFINE-PROBE      PIC X(100) VALUE "A".
             01 STR-TR-KEYWORD        PIC X(10).
             01 I-TR-KEYLEN           PIC 99.

      *    Playfair key fields - the square's keyword is the TRKEY
      *    value, or with TRKEY blank the keyword of the day off
      *    the typed TKEYSTOR schedule, the way AFFA=00 takes the
      *    affine pair of the day
             01 STR-PF-KEYWORD        PIC X(16).
             01 I-PF-KEYLEN           PIC 99.
             01 I-PLAYFAIR-KEYOFDAY   PIC 9 VALUE 0.
             01 I-TYPED-AFFA          PIC 99.
             01 I-TYPED-AFFB          PIC 99.

      *    Per-record integrity check fields - CHECKVAL=Y makes the
      *    encrypt side stamp a RECORD-CHECK value over each output
      *    record's content into the fixed " CHK=nnnn" tail at
             01 STR-EXCP-HEADER     PIC X(120)
                 VALUE "BATCH CIPHER EXCEPTIONS REPORT".

      *    Restricted-content screening fields - an encrypt run
      *    passes every record through CONTENT-SCREEN before the
      *    cipher sees it; a record matching a SCRNTERM term is
      *    put on SCRNHOLD through SCREEN-HOLD instead of being
      *    enciphered. Once the input runs out, the records an
      *    operator released through SCREEN-REVIEW since the last
      *    run go out behind it. A dry run screens and counts but
      *    holds nothing and feeds nothing.
             01 I-SCREEN-ACTIVE       PIC 9    VALUE 0.
             01 I-SCREEN-STATUS       PIC 9.
             01 I-RECORD-HELD         PIC 9    VALUE 0.
             01 STR-SCREEN-TERM       PIC X(40).
             01 I-SCREEN-LEN          PIC 9(4) VALUE 1000.
             01 C-SH-FUNC             PIC X(1).
             01 I-SH-STATUS           PIC 9.
             01 I-FROM-RELEASE        PIC 9    VALUE 0.
             01 I-FEEDING-RELEASES    PIC 9    VALUE 0.
             01 I-RELEASED-FED        PIC 9(6) VALUE 0.
             01 I-SKIP-SCREEN         PIC 9    VALUE 0.
             01 STR-SCREEN-LOG-NAME   PIC X(16).
             01 I-SCREEN-LOG-LEN      PIC 999.
             01 I-SCREEN-LOG-SHIFT    PIC S99  VALUE 0.
             01 I-SCREEN-LOG-FLAG     PIC 9.
             COPY "scrnhold.cpy".

      *    Outbound duplicate fields - a record that passes the
      *    screen is checked against the partner's plaintext
      *    fingerprints on DUPREG through DUP-REGISTER; one already
      *    sent inside the partner's DUPLIMIT window goes on
      *    SCRNHOLD as a duplicate instead of being enciphered, and
      *    an operator releasing it through SCREEN-REVIEW is what
      *    forces a legitimate resend through. Every record that
      *    does go out leaves its own fingerprint behind. A dry run
      *    checks and counts but registers nothing.
             01 C-DR-FUNC             PIC X(1).
             01 I-DR-STATUS           PIC 9.
             01 I-DUP-MATCHED         PIC 9    VALUE 0.
             01 I-DUP-TROUBLE         PIC 9    VALUE 0.
             COPY "duprec.cpy".

      *    Dry-run fields - DRYRUN=Y executes the full run but
      *    writes no OUTFILE, vault record, CIPHERLOG or RUNHIST
      *    entry, and touches no checkpoint, register, statistics
      *    Run-lock fields - this driver enqueues its RESTARTF
      *    checkpoint and the KEYSTORE it reads mid-run, so a
      *    double submission or a mid-run key rewrite is refused
      *    at start instead of corrupting shared state; SCRNHOLD
      *    is enqueued too, so a screening review cannot rewrite
      *    the hold file under a run appending to it
             01 C-LOCK-FUNC           PIC X(1).
             01 STR-LOCK-RESOURCE     PIC X(8).
             01 STR-LOCK-PROGRAM      PIC X(8) VALUE "CIPHBTCH".
      *    TERMINATE-BATCH time so RUNHIST records what this
      *    execution was and what it touched
             01 STR-RH-PROGRAM        PIC X(8) VALUE "CIPHBTCH".
             01 C-CLOCK-STAMP         PIC X(1) VALUE "S".
             01 STR-RUN-START         PIC X(14).
             01 STR-RH-INPUT          PIC X(8) VALUE "INFILE".
             01 STR-RH-OUTPUT         PIC X(8) VALUE "OUTFILE".
             01 I-RUN-RC              PIC 99   VALUE 0.

      *    Transmission-register identity - the generation of the
      *    OUTFILE base this run cut, so the register names the
      *    exact copy that goes out; CIPHMANY posts real dataset
      *    names from its manifest
             01 STR-OUTREG-DSN        PIC X(44) VALUE "OUTFILE".

      *    Generation-catalog fields - OUTFILE goes out as a new
      *    generation of its base dataset every run, through
      *    GEN-CATALOG, instead of overwriting the last one
             01 C-GEN-FUNC            PIC X(1).
             01 STR-GEN-BASE          PIC X(44).
             01 STR-GEN-SELECT        PIC X(8) VALUE SPACES.
             01 STR-GEN-RUN-ID        PIC X(14).
             01 STR-GEN-DSN           PIC X(44).
             01 I-GEN-NUMBER          PIC 9(4) VALUE 0.
             01 I-GEN-STATUS          PIC 9 VALUE 0.

      *    The run unit's business date, off BUSINESS-DATE - the
      *    deck's PROCDATE when one was stated, the system date
      *    when not - stamped on the header and the vault key
             01 C-PROCDATE-FUNC       PIC X(1) VALUE "G".
             01 STR-PROC-DATE         PIC X(8).

      *    Key-usage ceiling fields - an encrypt run under the key
      *    of the day counts its messages against that key's
      *    KEYLIMIT ceiling through KEY-USAGE, checked before the
      *    first record and bumped at the end
             01 I-KEYUSE-TRACKED      PIC 9 VALUE 0.
             01 C-KEYUSE-FUNC         PIC X(1).
             01 STR-KEYUSE-CIPHER     PIC X(8).
             01 I-KEYUSE-RUN-COUNT    PIC 9(7) VALUE 0.
             01 I-KEYUSE-USED         PIC 9(7).
             01 I-KEYUSE-WARN         PIC 9(7).
             01 I-KEYUSE-CEILING      PIC 9(7).
             01 I-KEYUSE-HEADROOM     PIC 9(7).
             01 I-KEYUSE-STATUS       PIC 9 VALUE 0.
             01 I-KEYUSE-STOPPED      PIC 9 VALUE 0.

             COPY "strrec.cpy".
             COPY "trailerrec.cpy".
             COPY "headerrec.cpy".
           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            PERFORM INITIALIZE-BATCH
            PERFORM PROCESS-ONE-RECORD UNTIL I-AT-EOF
            PERFORM TERMINATE-BATCH
            MOVE PARM-VAULT     TO C-VAULT-MODE
            MOVE PARM-PARTNER   TO STR-VAULT-PARTNER

      *    Only traffic going out is screened - a decrypt run's
      *    input is ciphertext the screen could not read anyway
            IF NOT I-MODE-DECRYPT
             MOVE 1 TO I-SCREEN-ACTIVE
            END-IF

            IF I-PARM-ERROR
             DISPLAY "CIPHBTCH - bad run-control parameters - "
                     "run refused"
             END-IF
            END-IF

      *    A blank TRKEY on a Playfair run asks for the keyword of
      *    the day off the same typed schedule
            IF I-CIPHER-PLAYFAIR
             IF STR-TR-KEYWORD = SPACES
              MOVE 1 TO I-PLAYFAIR-KEYOFDAY
              MOVE "PLAYFAIR" TO STR-TYPED-CIPHER
              CALL "BUSINESS-DATE" USING C-PROCDATE-FUNC,
                                         STR-PROC-DATE
              CALL "TYPED-KEY-LOOKUP" USING
                  STR-PROC-DATE, STR-TYPED-CIPHER,
                  STR-TYPED-KEYWORD, I-TYPED-KWLEN,
                  I-TYPED-AFFA, I-TYPED-AFFB, I-TYPED-FOUND
              IF I-TYPED-FOUND NOT = 1 OR I-TYPED-KWLEN = 0
               DISPLAY "CIPHBTCH - no Playfair keyword of the day "
                       "on the typed store - run refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
              END-IF
              MOVE STR-TYPED-KEYWORD TO STR-PF-KEYWORD
              MOVE I-TYPED-KWLEN     TO I-PF-KEYLEN
             ELSE
              MOVE STR-TR-KEYWORD TO STR-PF-KEYWORD
              MOVE I-TR-KEYLEN    TO I-PF-KEYLEN
             END-IF
            END-IF

      *    A bad affine 'a' would fail every record the same way -
      *    probe the key once up front and refuse the run whole
            IF I-CIPHER-AFFINE
             PERFORM BUILD-STAGE2-DECRYPT-KEY
            END-IF

            PERFORM CHECK-KEY-USAGE

            MOVE 100 TO I-INPUT-LEN

      *    Enqueue the shared resources before a byte is touched -

             WHEN I-DO-RESTART
              PERFORM READ-CHECKPOINT
              PERFORM ALLOCATE-OUTPUT-GENERATION
              PERFORM RECOVER-HEADER-RUN-ID
              OPEN EXTEND CIPHER-OUT
              PERFORM CHECK-OUTFILE-OPEN
              OPEN EXTEND REJECT-FILE
              PERFORM SKIP-TO-CHECKPOINT

             WHEN OTHER
              PERFORM ALLOCATE-OUTPUT-GENERATION
              OPEN OUTPUT CIPHER-OUT
              PERFORM CHECK-OUTFILE-OPEN
              OPEN OUTPUT REJECT-FILE
             GOBACK
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Points the OUTFILE DD at this run's generation of its base
      *    dataset - a fresh run takes the next generation, a
      *    restart extends the one its first attempt opened (a file
      *    cut before it was versioned is extended as it stands)
      *    /////////////////////////////////////////////////////////////
           ALLOCATE-OUTPUT-GENERATION.
            ACCEPT STR-GEN-BASE FROM ENVIRONMENT "OUTFILE"
            IF STR-GEN-BASE = SPACES
             MOVE "OUTFILE" TO STR-GEN-BASE
            END-IF

            IF I-DO-RESTART
             MOVE "L" TO C-GEN-FUNC
            ELSE
             MOVE "N" TO C-GEN-FUNC
            END-IF
            MOVE SPACES TO STR-GEN-RUN-ID
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                STR-GEN-SELECT, STR-RH-PROGRAM, STR-GEN-RUN-ID,
                I-TOTAL-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS

            IF I-GEN-STATUS = 8
             DISPLAY "CIPHBTCH - no output generation could be "
                     "cataloged - run refused"
             CALL "LOG-CIPHER-EVENT" USING
                 STR-LOG-CLOSE-FUNC, I-LOG-DUMMY-LEN,
                 I-LOG-DUMMY-SHIFT, I-LOG-DUMMY-FLAG
             PERFORM RELEASE-RUN-LOCKS
             MOVE 12 TO RETURN-CODE
             GOBACK
            END-IF

            DISPLAY "OUTFILE" UPON ENVIRONMENT-NAME
            DISPLAY STR-GEN-DSN UPON ENVIRONMENT-VALUE
            MOVE STR-GEN-DSN TO STR-OUTREG-DSN
            DISPLAY "CIPHBTCH - output generation " STR-GEN-DSN.

      *    A restart writes no new header, so the run ID the
      *    catalog files at the end comes off the header the first
      *    attempt left as record 1
           RECOVER-HEADER-RUN-ID.
            OPEN INPUT CIPHER-OUT
            IF STR-OUTFILE-STATUS = "00"
             READ CIPHER-OUT INTO REC-HEADER
                 AT END CONTINUE
             END-READ
             CLOSE CIPHER-OUT
            END-IF.

      *    Files the finished generation's run ID and trailer count
      *    on the catalog, which rolls off any generation past the
      *    base's GENLIMIT retention
           COMPLETE-OUTPUT-GENERATION.
            MOVE "C" TO C-GEN-FUNC
            MOVE HD-RUN-TIMESTAMP TO STR-GEN-RUN-ID
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                STR-GEN-SELECT, STR-RH-PROGRAM, STR-GEN-RUN-ID,
                I-TOTAL-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS NOT = 0
             DISPLAY "CIPHBTCH - generation " STR-GEN-DSN
                     " could not be completed on the catalog"
             IF I-RUN-RC < 4
              MOVE 4 TO I-RUN-RC
             END-IF
            END-IF.

           CHECK-OUTFILE-OPEN.
            IF STR-OUTFILE-STATUS NOT = "00"
             DISPLAY "CIPHBTCH - cannot open OUTFILE - status "
      *    /////////////////////////////////////////////////////////////
      *    Takes the run's enqueues - the checkpoint so a double
      *    submission is refused, the key store so KEYADMIN cannot
      *    swap a key between one record's lookup and the next, the
      *    screening hold, and the duplicate register so a run
      *    alongside cannot purge it under this one. A resource
      *    someone live holds refuses the whole run; the locks
      *    already taken are handed back if a later one cannot be.
      *    /////////////////////////////////////////////////////////////
           ACQUIRE-RUN-LOCKS.
            MOVE "A" TO C-LOCK-FUNC
                                   STR-LOCK-PROGRAM, I-LOCK-STATUS
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            MOVE "SCRNHOLD" TO STR-LOCK-RESOURCE
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            IF I-LOCK-STATUS NOT = 0
             DISPLAY "CIPHBTCH - run refused - screening hold "
                     "enqueue is held"
             MOVE "R" TO C-LOCK-FUNC
             MOVE "RESTARTF" TO STR-LOCK-RESOURCE
             CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                   STR-LOCK-PROGRAM, I-LOCK-STATUS
             MOVE "KEYSTORE" TO STR-LOCK-RESOURCE
             CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                   STR-LOCK-PROGRAM, I-LOCK-STATUS
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            MOVE "DUPREG" TO STR-LOCK-RESOURCE
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            IF I-LOCK-STATUS NOT = 0
             DISPLAY "CIPHBTCH - run refused - duplicate register "
                     "enqueue is held"
             MOVE "R" TO C-LOCK-FUNC
             MOVE "RESTARTF" TO STR-LOCK-RESOURCE
             CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                   STR-LOCK-PROGRAM, I-LOCK-STATUS
             MOVE "KEYSTORE" TO STR-LOCK-RESOURCE
             CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                   STR-LOCK-PROGRAM, I-LOCK-STATUS
             MOVE "SCRNHOLD" TO STR-LOCK-RESOURCE
             CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                   STR-LOCK-PROGRAM, I-LOCK-STATUS
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF.

           RELEASE-RUN-LOCKS.
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            MOVE "KEYSTORE" TO STR-LOCK-RESOURCE
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            MOVE "SCRNHOLD" TO STR-LOCK-RESOURCE
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            MOVE "DUPREG" TO STR-LOCK-RESOURCE
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS.

            MOVE FUNCTION UPPER-CASE(C-CASE-MODE)  TO HD-CASE-MODE

      *    Atbash is keyless; Caesar pulls the key of the day on
      *    SHIFT=00, affine pulls the pair of the day on AFFA=00,
      *    and Playfair the keyword of the day on a blank TRKEY
            IF (I-CIPHER-CAESAR AND I-SHIFT-AMOUNT = 0)
                  OR I-AFFINE-KEYOFDAY = 1
                  OR I-PLAYFAIR-KEYOFDAY = 1
             MOVE "KEYOFDAY" TO HD-KEY-SOURCE
            ELSE
             MOVE "EXPLICIT" TO HD-KEY-SOURCE
             IF NOT I-AT-EOF
              ADD 1 TO I-INPUT-SEQ
              PERFORM VALIDATE-INPUT-RECORD
              MOVE 1 TO I-SKIP-SCREEN
              PERFORM SCREEN-INPUT-RECORD
              PERFORM CHECK-DUPLICATE-RECORD
              MOVE 0 TO I-SKIP-SCREEN
              IF I-FROM-RELEASE = 1
               PERFORM MARK-RELEASE-FED
              END-IF
              EVALUATE TRUE
               WHEN I-RECORD-REJECTED
                ADD 1 TO I-REJECT-COUNT
               WHEN I-RECORD-HELD = 1
                ADD 1 TO I-HELD-COUNT
               WHEN I-SPAN-OVERSIZE
                    AND STR-WIDE-INPUT(101:900) NOT = SPACES
                PERFORM SIZE-SPANNED-RECORD
            END-PERFORM.

           PROCESS-ONE-RECORD.
      *     The key's ceiling stops the run where it stands - the
      *     trailer still balances to what was written
            IF I-KEYUSE-TRACKED = 1
                  AND I-KEYUSE-RUN-COUNT NOT < I-KEYUSE-HEADROOM
             DISPLAY "CIPHBTCH - key of the day reached its usage "
                     "ceiling of " I-KEYUSE-CEILING
                     " - run stopped"
             MOVE 1 TO I-KEYUSE-STOPPED
             SET I-AT-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-INPUT-SEQ

      *     A checked record proves itself before anything trusts
            END-IF

            PERFORM VALIDATE-INPUT-RECORD
            PERFORM SCREEN-INPUT-RECORD
            PERFORM CHECK-DUPLICATE-RECORD

            EVALUATE TRUE
             WHEN I-RECORD-REJECTED
              PERFORM WRITE-REJECT-RECORD
             WHEN I-RECORD-HELD = 1
              PERFORM HOLD-SCREENED-RECORD
             WHEN I-SPAN-OVERSIZE
                  AND STR-WIDE-INPUT(101:900) NOT = SPACES
              PERFORM PROCESS-SPANNED-RECORD
              PERFORM PROCESS-SINGLE-RECORD
            END-EVALUATE

            IF I-KEYUSE-TRACKED = 1 AND NOT I-RECORD-REJECTED
                  AND I-RECORD-HELD = 0
             ADD 1 TO I-KEYUSE-RUN-COUNT
            END-IF

            IF I-SCREEN-ACTIVE = 1 AND NOT I-RECORD-REJECTED
                  AND I-RECORD-HELD = 0 AND NOT I-DRY-RUN
             PERFORM POST-DUPLICATE-FINGERPRINT
            END-IF

            IF I-FROM-RELEASE = 1
             PERFORM MARK-RELEASE-FED
            END-IF

      *     A dry run must not overwrite a real run's restart point
            IF FUNCTION MOD(I-TOTAL-RECORDS, I-CHECKPOINT-INTERVAL) = 0
                  AND NOT I-DRY-RUN
             END-IF
            END-PERFORM.

      *    /////////////////////////////////////////////////////////////
      *    Runs a valid encrypt record past the restricted-content
      *    terms. A record an operator already released is not
      *    screened again, and a checkpoint restart re-screens the
      *    records it skips only to count them - they were held
      *    when the interrupted run first read them. Every decision
      *    goes to CIPHERLOG: SCREEN-CLEAR as a success,
      *    SCREEN-HOLD as a failure.
      *    /////////////////////////////////////////////////////////////
           SCREEN-INPUT-RECORD.
            MOVE 0 TO I-RECORD-HELD
            IF I-SCREEN-ACTIVE = 0 OR I-RECORD-REJECTED
                  OR I-FROM-RELEASE = 1
             EXIT PARAGRAPH
            END-IF

            CALL "CONTENT-SCREEN" USING
                STR-VAULT-PARTNER, STR-WIDE-INPUT, I-SCREEN-LEN,
                STR-SCREEN-TERM, I-SCREEN-STATUS
            IF I-SCREEN-STATUS = 1
             MOVE 1 TO I-RECORD-HELD
            END-IF

            IF I-SKIP-SCREEN = 1
             EXIT PARAGRAPH
            END-IF

            IF I-RECORD-HELD = 1
             MOVE "SCREEN-HOLD"  TO STR-SCREEN-LOG-NAME
             MOVE 0              TO I-SCREEN-LOG-FLAG
            ELSE
             MOVE "SCREEN-CLEAR" TO STR-SCREEN-LOG-NAME
             MOVE 1              TO I-SCREEN-LOG-FLAG
            END-IF
            PERFORM LOG-SCREEN-DECISION.

      *    The held record goes on SCRNHOLD whole with the term it
      *    matched and its record number - a dry run only counts it
           HOLD-SCREENED-RECORD.
            ADD 1 TO I-HELD-COUNT
            IF I-DUP-MATCHED = 0
             DISPLAY "CIPHBTCH - record " I-INPUT-SEQ
                     " held by screening - term " STR-SCREEN-TERM
            END-IF

            IF I-DRY-RUN
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES            TO REC-SCRNHOLD
            MOVE STR-LOCK-PROGRAM  TO SH-PROGRAM
            MOVE STR-VAULT-PARTNER TO SH-PARTNER
            MOVE I-INPUT-SEQ       TO SH-REC-NUM
            MOVE STR-SCREEN-TERM   TO SH-TERM
            MOVE I-SCAN-LEN        TO SH-LEN
            MOVE STR-WIDE-INPUT    TO SH-TEXT
            MOVE "H" TO C-SH-FUNC
            CALL "SCREEN-HOLD" USING C-SH-FUNC, REC-SCRNHOLD,
                                     I-SH-STATUS
            IF I-SH-STATUS NOT = 0
             MOVE "SCRNHOLD"   TO EX-TYPE
             PERFORM WRITE-EXCEPTION-LINE
            END-IF.

           LOG-SCREEN-DECISION.
            IF I-SCAN-LEN > 999
             MOVE 999 TO I-SCREEN-LOG-LEN
            ELSE
             MOVE I-SCAN-LEN TO I-SCREEN-LOG-LEN
            END-IF
            CALL "LOG-CIPHER-EVENT" USING
                STR-SCREEN-LOG-NAME, I-SCREEN-LOG-LEN,
                I-SCREEN-LOG-SHIFT, I-SCREEN-LOG-FLAG.

      *    /////////////////////////////////////////////////////////////
      *    Looks for a record the screen passed among the partner's
      *    fingerprints from earlier runs - a match is held on
      *    SCRNHOLD like a screened record, its term naming the
      *    date and record number it repeats, and goes to
      *    CIPHERLOG as DUP-HOLD. A record an operator released is
      *    the forced resend and is not checked again; a restart
      *    checks the records it skips only to count them.
      *    /////////////////////////////////////////////////////////////
           CHECK-DUPLICATE-RECORD.
            MOVE 0 TO I-DUP-MATCHED
            IF I-SCREEN-ACTIVE = 0 OR I-RECORD-REJECTED
                  OR I-RECORD-HELD = 1 OR I-FROM-RELEASE = 1
             EXIT PARAGRAPH
            END-IF

            PERFORM SET-DUPLICATE-KEY
            MOVE "C" TO C-DR-FUNC
            CALL "DUP-REGISTER" USING C-DR-FUNC, REC-DUPREG,
                STR-WIDE-INPUT, I-SCAN-LEN, I-DR-STATUS
            IF I-DR-STATUS = 8
             PERFORM NOTE-DUPREG-TROUBLE
             EXIT PARAGRAPH
            END-IF
            IF I-DR-STATUS NOT = 1
             EXIT PARAGRAPH
            END-IF

            MOVE 1 TO I-RECORD-HELD
            MOVE 1 TO I-DUP-MATCHED
            MOVE SPACES TO STR-SCREEN-TERM
            STRING "DUPLICATE OF " DELIMITED BY SIZE
                   DR-DATE         DELIMITED BY SIZE
                   " REC "         DELIMITED BY SIZE
                   DR-REC-NUM      DELIMITED BY SIZE
                INTO STR-SCREEN-TERM
            END-STRING

            IF I-SKIP-SCREEN = 1
             EXIT PARAGRAPH
            END-IF

            DISPLAY "CIPHBTCH - record " I-INPUT-SEQ
                    " held as a duplicate of " DR-PROGRAM
                    " record " DR-REC-NUM " of " DR-DATE
            MOVE "DUP-HOLD" TO STR-SCREEN-LOG-NAME
            MOVE 0          TO I-SCREEN-LOG-FLAG
            PERFORM LOG-SCREEN-DECISION.

      *    The record went out - its fingerprint goes on DUPREG
           POST-DUPLICATE-FINGERPRINT.
            PERFORM SET-DUPLICATE-KEY
            MOVE "P" TO C-DR-FUNC
            CALL "DUP-REGISTER" USING C-DR-FUNC, REC-DUPREG,
                STR-WIDE-INPUT, I-SCAN-LEN, I-DR-STATUS
            IF I-DR-STATUS = 8
             PERFORM NOTE-DUPREG-TROUBLE
            END-IF.

           SET-DUPLICATE-KEY.
            MOVE SPACES            TO REC-DUPREG
            MOVE STR-VAULT-PARTNER TO DR-PARTNER
            MOVE STR-LOCK-PROGRAM  TO DR-PROGRAM
            MOVE I-INPUT-SEQ       TO DR-REC-NUM
            MOVE STR-GEN-DSN       TO DR-GEN-DSN.

      *    A register that cannot be read or written is one
      *    exception for the run, not one per record
           NOTE-DUPREG-TROUBLE.
            IF I-DUP-TROUBLE = 0
             MOVE 1 TO I-DUP-TROUBLE
             MOVE "DUPREG" TO EX-TYPE
             PERFORM WRITE-EXCEPTION-LINE
            END-IF.

           WRITE-REJECT-RECORD.
            ADD 1 TO I-REJECT-COUNT
            MOVE I-INPUT-SEQ         TO RJ-REC-NUM
                  I-TR-KEYLEN, C-BATCH-MODE, STR-OUTPUT,
                  I-HAD-PASSTHROUGH, I-HAD-WRAPAROUND,
                  I-SHIFT-STATUS
             WHEN I-CIPHER-PLAYFAIR
              PERFORM PLAYFAIR-ONE-RECORD
             WHEN I-CIPHER-AFFINE
              CALL "AFFINE-SHIFT" USING
                  STR-INPUT, I-INPUT-LEN, I-AFFINE-A, I-AFFINE-B,
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Playfair proves its own encrypt the way ENCRYPT does - a
      *    record whose fillers cannot be told from its own letters
      *    on the way back raises the same round-trip exception
      *    /////////////////////////////////////////////////////////////
           PLAYFAIR-ONE-RECORD.
            CALL "PLAYFAIR" USING
                STR-INPUT, I-INPUT-LEN, STR-PF-KEYWORD,
                I-PF-KEYLEN, C-BATCH-MODE, STR-OUTPUT,
                C-CASE-MODE, I-HAD-PASSTHROUGH, I-HAD-WRAPAROUND,
                I-SHIFT-STATUS, I-RECONCILE-OK

            IF NOT I-MODE-DECRYPT AND I-RECONCILE-FAILED
             MOVE "RECONCILE" TO EX-TYPE
             PERFORM WRITE-EXCEPTION-LINE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    The fast path's record transform - one CAESAR-XLATE call
      *    against the tables built at initialization, with the
            CALL "VAULT-STORE" USING
                STR-VAULT-PARTNER, STR-VAULT-KEYREF, I-VAULT-SHIFT,
                I-VAULT-CHUNKS, I-VAULT-LASTLEN, STR-MULTI-OUTPUT,
                STR-VAULT-MSG-ID, I-VAULT-STATUS, I-MSG-SERIAL,
                STR-RH-PROGRAM, STR-RUN-START, STR-OUTREG-DSN

            IF I-VAULT-STATUS NOT = 0
             MOVE "VAULTSTORE" TO EX-TYPE
      *    would write two garbage records (or, grouped, bleed
      *    their characters into the letter stream)
           READ-NEXT-RECORD.
            IF I-FEEDING-RELEASES = 1
             PERFORM FEED-RELEASED-RECORD
             EXIT PARAGRAPH
            END-IF

            PERFORM WITH TEST AFTER
                    UNTIL I-AT-EOF
                       OR NOT I-MODE-DECRYPT
             READ CIPHER-IN INTO STR-WIDE-INPUT
                 AT END SET I-AT-EOF TO TRUE
             END-READ
            END-PERFORM

      *     The input is spent - the records released from the
      *     screening hold for this partner go out behind it
            IF I-AT-EOF AND I-SCREEN-ACTIVE = 1 AND NOT I-DRY-RUN
             MOVE 1 TO I-FEEDING-RELEASES
             PERFORM FEED-RELEASED-RECORD
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Takes the next RELEASED entry for this program and
      *    partner off SCREEN-HOLD as the next input record - it
      *    was screened when it was held and an operator has since
      *    passed it, so it is not screened again
      *    /////////////////////////////////////////////////////////////
           FEED-RELEASED-RECORD.
            MOVE "N" TO I-EOF-FLAG
            MOVE 0   TO I-FROM-RELEASE
            MOVE SPACES            TO REC-SCRNHOLD
            MOVE STR-LOCK-PROGRAM  TO SH-PROGRAM
            MOVE STR-VAULT-PARTNER TO SH-PARTNER
            MOVE "N" TO C-SH-FUNC
            CALL "SCREEN-HOLD" USING C-SH-FUNC, REC-SCRNHOLD,
                                     I-SH-STATUS
            IF I-SH-STATUS NOT = 0
             SET I-AT-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            MOVE SH-TEXT TO STR-WIDE-INPUT
            MOVE 1 TO I-FROM-RELEASE
            ADD 1 TO I-RELEASED-FED
            MOVE "SCREEN-FEED" TO STR-SCREEN-LOG-NAME
            MOVE 1             TO I-SCREEN-LOG-FLAG
            MOVE SH-LEN        TO I-SCAN-LEN
            PERFORM LOG-SCREEN-DECISION.

      *    The released record is through - SCREEN-HOLD marks it
      *    FED, and the mark reaches the file when the run ends
           MARK-RELEASE-FED.
            MOVE "D" TO C-SH-FUNC
            CALL "SCREEN-HOLD" USING C-SH-FUNC, REC-SCRNHOLD,
                                     I-SH-STATUS.

      *    /////////////////////////////////////////////////////////////
      *    An encrypt run under the key of the day - the Caesar
      *    shift, the affine pair, or the Playfair keyword - asks
      *    KEY-USAGE how much the key has already carried. A key at
      *    its ceiling refuses the run outright; otherwise the
      *    headroom left is what the record loop may cipher before
      *    it stops. Explicit keys, decrypts, and dry runs are not
      *    counted.
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
             WHEN I-PLAYFAIR-KEYOFDAY = 1
              MOVE "PLAYFAIR" TO STR-KEYUSE-CIPHER
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
             DISPLAY "CIPHBTCH - key of the day has carried "
                     I-KEYUSE-USED " messages, at its ceiling of "
                     I-KEYUSE-CEILING " - run refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            IF I-KEYUSE-STATUS = 1
             DISPLAY "CIPHBTCH - key of the day has carried "
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
             DISPLAY "CIPHBTCH - key of the day now at "
                     I-KEYUSE-USED " messages, past its warning "
                     "threshold of " I-KEYUSE-WARN
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Records the last successfully processed record number to
            MOVE I-WRAPAROUND-COUNT  TO TR-WRAPAROUND-COUNT
            MOVE I-SPANNED-COUNT     TO TR-SPANNED-COUNT
            MOVE I-REJECT-COUNT      TO TR-REJECT-COUNT
            MOVE I-HELD-COUNT        TO TR-HELD-COUNT

      *    A dry run shows the would-be trailer and the counts a
      *    person checks before trusting a new configuration
                 I-LOG-DUMMY-SHIFT, I-LOG-DUMMY-FLAG
            END-IF

      *    The released records this run put through are marked
      *    FED on the hold file now the output is closed
            IF I-SCREEN-ACTIVE = 1 AND NOT I-DRY-RUN
             MOVE "F" TO C-SH-FUNC
             CALL "SCREEN-HOLD" USING C-SH-FUNC, REC-SCRNHOLD,
                                      I-SH-STATUS
             IF I-RELEASED-FED > 0
              DISPLAY "CIPHBTCH - " I-RELEASED-FED
                      " released record(s) fed from the screening "
                      "hold"
             END-IF

      *     The run's fingerprints are on DUPREG - the register is
      *     closed and anything past its partner's window purged
             MOVE "F" TO C-DR-FUNC
             CALL "DUP-REGISTER" USING C-DR-FUNC, REC-DUPREG,
                 STR-WIDE-INPUT, I-SCAN-LEN, I-DR-STATUS
            END-IF

            IF I-KEYUSE-TRACKED = 1
             PERFORM POST-KEY-USAGE
            END-IF

      *    The documented condition-code scheme - 0 clean, 4
      *    warnings, 8 any reconcile failure or shift-range error,
      *    12 file/IO trouble (set at its OPEN above). The JCL
      *    gates the transmission step on an 8. A run the key's
      *    usage ceiling stopped short is an 8; a key past its
      *    warning threshold is a 4, and so is a run that put
      *    records on the screening hold.
            EVALUATE TRUE
             WHEN I-EXCEPTION-COUNT > 0
                  OR I-KEYUSE-STOPPED = 1
              MOVE 8 TO I-RUN-RC
             WHEN I-UNCHANGED-COUNT > 0
                  OR I-TOTAL-RECORDS = 0
                  OR I-WRONGKEY-WARN = 1
                  OR I-KEYUSE-STATUS = 1
                  OR I-HELD-COUNT > 0
              MOVE 4 TO I-RUN-RC
             WHEN OTHER
              MOVE 0 TO I-RUN-RC
             DISPLAY "CIPHBTCH - dry run complete - see the "
                     "pre-flight report"
            ELSE
      *     A restart of a file cut before it was versioned has
      *     no generation to complete
             IF I-GEN-NUMBER > 0
              PERFORM COMPLETE-OUTPUT-GENERATION
             END-IF

             CALL "LOG-RUN-HISTORY" USING
                 STR-RH-PROGRAM, STR-RH-INPUT, STR-RH-OUTPUT,
                 I-TOTAL-RECORDS, I-PASSTHROUGH-COUNT,
