      *    // Per-key usage bookkeeping - every KEYSTORE and TKEYSTOR
      *    // entry carries a running count of the messages ciphered
      *    // under it, and this is the one place that count is read
      *    // or bumped. The more traffic a single key carries the
      *    // more a cryptanalyst has to work with, so KEYLIMIT sets
      *    // a warning threshold and a hard ceiling per cipher type
      *    // (a *DEFAULT row covers the rest; no KEYLIMIT at all
      *    // means no limits). The encrypt runs ask "C" before they
      *    // start - a key already at its ceiling refuses the run -
      *    // and "B" at the end to add the run's messages.
      *    //
      *    // CAESAR resolves against KEYSTORE, every other cipher
      *    // type against TKEYSTOR on date plus type. The status
      *    // answers 0 within limits, 1 past the warning threshold,
      *    // 2 at or past the ceiling, 9 no entry for that key.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. KEY-USAGE.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT KEY-STORE ASSIGN TO "KEYSTORE"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS KS-DATE
                     FILE STATUS IS STR-KEYSTORE-STATUS.

                 SELECT TKEY-STORE ASSIGN TO "TKEYSTOR"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS TK-KEY
                     FILE STATUS IS STR-TKEY-STATUS.

                 SELECT LIMIT-FILE ASSIGN TO "KEYLIMIT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-LIMIT-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  KEY-STORE.
             COPY "keystore.cpy".

             FD  TKEY-STORE.
             COPY "tkeyrec.cpy".

      *    One row per cipher type - CIPHER WARN CEILING, counts of
      *    messages; a zero means that limit is not applied
             FD  LIMIT-FILE.
             01 REC-KEYLIMIT.
               05 KL-CIPHER        PIC X(8).
               05 FILLER           PIC X(1).
               05 KL-WARN          PIC 9(7).
               05 FILLER           PIC X(1).
               05 KL-CEILING       PIC 9(7).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 STR-KEYSTORE-STATUS PIC X(2).
             01 STR-TKEY-STATUS     PIC X(2).
             01 STR-LIMIT-STATUS    PIC X(2).
             01 I-LIMIT-EOF         PIC 9 VALUE 0.
               88 I-AT-LIMIT-EOF          VALUE 1.
             01 I-LIMIT-MATCHED     PIC 9 VALUE 0.
             01 I-DEFAULT-WARN      PIC 9(7).
             01 I-DEFAULT-CEILING   PIC 9(7).
             01 I-ENTRY-FOUND       PIC 9 VALUE 0.

            LINKAGE SECTION.
      *    C check, B bump by I-KU-ADD
             01 C-KU-FUNC          PIC X(1).
             01 STR-KU-DATE        PIC X(8).
             01 STR-KU-CIPHER      PIC X(8).
             01 I-KU-ADD           PIC 9(7).
             01 I-KU-USED          PIC 9(7).
             01 I-KU-WARN          PIC 9(7).
             01 I-KU-CEILING       PIC 9(7).
      *    Messages the key can still take before its ceiling -
      *    all nines when there is no ceiling
             01 I-KU-HEADROOM      PIC 9(7).
             01 I-KU-STATUS        PIC 9.

           PROCEDURE DIVISION
               USING C-KU-FUNC, STR-KU-DATE, STR-KU-CIPHER,
                     I-KU-ADD, I-KU-USED, I-KU-WARN, I-KU-CEILING,
                     I-KU-HEADROOM, I-KU-STATUS.

           MAINLINE.
            MOVE 0 TO I-KU-USED
            MOVE 0 TO I-ENTRY-FOUND

            PERFORM LOAD-USAGE-LIMITS

            IF STR-KU-CIPHER = "CAESAR"
             PERFORM CAESAR-KEY-USAGE
            ELSE
             PERFORM TYPED-KEY-USAGE
            END-IF

            PERFORM JUDGE-KEY-USAGE

            EXIT PROGRAM.

      *    /////////////////////////////////////////////////////////////
      *    Picks the caller's cipher row off KEYLIMIT, falling back
      *    to the *DEFAULT row - a missing file sets no limits
      *    /////////////////////////////////////////////////////////////
           LOAD-USAGE-LIMITS.
            MOVE 0 TO I-KU-WARN
            MOVE 0 TO I-KU-CEILING
            MOVE 0 TO I-DEFAULT-WARN
            MOVE 0 TO I-DEFAULT-CEILING
            MOVE 0 TO I-LIMIT-MATCHED
            MOVE 0 TO I-LIMIT-EOF

            OPEN INPUT LIMIT-FILE
            IF STR-LIMIT-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF

            PERFORM READ-ONE-LIMIT UNTIL I-AT-LIMIT-EOF
            CLOSE LIMIT-FILE

            IF I-LIMIT-MATCHED = 0
             MOVE I-DEFAULT-WARN    TO I-KU-WARN
             MOVE I-DEFAULT-CEILING TO I-KU-CEILING
            END-IF.

           READ-ONE-LIMIT.
            READ LIMIT-FILE
             AT END
              SET I-AT-LIMIT-EOF TO TRUE
             NOT AT END
              IF KL-WARN IS NUMERIC AND KL-CEILING IS NUMERIC
               EVALUATE KL-CIPHER
                WHEN STR-KU-CIPHER
                 MOVE KL-WARN    TO I-KU-WARN
                 MOVE KL-CEILING TO I-KU-CEILING
                 MOVE 1          TO I-LIMIT-MATCHED
                WHEN "*DEFAULT"
                 MOVE KL-WARN    TO I-DEFAULT-WARN
                 MOVE KL-CEILING TO I-DEFAULT-CEILING
                WHEN OTHER
                 CONTINUE
               END-EVALUATE
              END-IF
            END-READ.

      *    /////////////////////////////////////////////////////////////
      *    The Caesar shift's count rides on its KEYSTORE entry - an
      *    entry written before the count existed reads as zero
      *    /////////////////////////////////////////////////////////////
           CAESAR-KEY-USAGE.
            IF C-KU-FUNC = "B"
             OPEN I-O KEY-STORE
            ELSE
             OPEN INPUT KEY-STORE
            END-IF
            IF STR-KEYSTORE-STATUS NOT = "00"
             DISPLAY "KEYUSAGE - cannot open KEYSTORE - status "
                     STR-KEYSTORE-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE STR-KU-DATE TO KS-DATE
            READ KEY-STORE
             INVALID KEY
              CONTINUE
             NOT INVALID KEY
              MOVE 1 TO I-ENTRY-FOUND
              IF KS-USE-COUNT IS NOT NUMERIC
               MOVE 0 TO KS-USE-COUNT
              END-IF
              IF C-KU-FUNC = "B"
               ADD I-KU-ADD TO KS-USE-COUNT
                ON SIZE ERROR
                 MOVE 9999999 TO KS-USE-COUNT
               END-ADD
               REWRITE REC-KEYSTORE
                INVALID KEY
                 DISPLAY "KEYUSAGE - KEYSTORE rewrite failed, "
                         "status " STR-KEYSTORE-STATUS
               END-REWRITE
              END-IF
              MOVE KS-USE-COUNT TO I-KU-USED
            END-READ

            CLOSE KEY-STORE.

           TYPED-KEY-USAGE.
            IF C-KU-FUNC = "B"
             OPEN I-O TKEY-STORE
            ELSE
             OPEN INPUT TKEY-STORE
            END-IF
            IF STR-TKEY-STATUS NOT = "00"
             DISPLAY "KEYUSAGE - cannot open TKEYSTOR - status "
                     STR-TKEY-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE STR-KU-DATE   TO TK-DATE
            MOVE STR-KU-CIPHER TO TK-CIPHER
            READ TKEY-STORE
             INVALID KEY
              CONTINUE
             NOT INVALID KEY
              MOVE 1 TO I-ENTRY-FOUND
              IF TK-USE-COUNT IS NOT NUMERIC
               MOVE 0 TO TK-USE-COUNT
              END-IF
              IF C-KU-FUNC = "B"
               ADD I-KU-ADD TO TK-USE-COUNT
                ON SIZE ERROR
                 MOVE 9999999 TO TK-USE-COUNT
               END-ADD
               REWRITE REC-TKEYSTORE
                INVALID KEY
                 DISPLAY "KEYUSAGE - TKEYSTOR rewrite failed, "
                         "status " STR-TKEY-STATUS
               END-REWRITE
              END-IF
              MOVE TK-USE-COUNT TO I-KU-USED
            END-READ

            CLOSE TKEY-STORE.

      *    /////////////////////////////////////////////////////////////
      *    Holds the count against the limits - the warning fires
      *    once the count is past the threshold, the ceiling once
      *    the count has reached it (the key can take no more)
      *    /////////////////////////////////////////////////////////////
           JUDGE-KEY-USAGE.
            IF I-KU-CEILING = 0
             MOVE 9999999 TO I-KU-HEADROOM
            ELSE
             IF I-KU-USED < I-KU-CEILING
              COMPUTE I-KU-HEADROOM = I-KU-CEILING - I-KU-USED
             ELSE
              MOVE 0 TO I-KU-HEADROOM
             END-IF
            END-IF

            EVALUATE TRUE
             WHEN I-ENTRY-FOUND = 0
              MOVE 9 TO I-KU-STATUS
             WHEN I-KU-CEILING > 0 AND I-KU-USED NOT < I-KU-CEILING
              MOVE 2 TO I-KU-STATUS
             WHEN I-KU-WARN > 0 AND I-KU-USED > I-KU-WARN
              MOVE 1 TO I-KU-STATUS
             WHEN OTHER
              MOVE 0 TO I-KU-STATUS
            END-EVALUATE.

           END PROGRAM KEY-USAGE.
