      *    // Keeper of the DUPREG outbound duplicate register for the
      *    // encrypt drivers. Each enciphered record's plaintext is
      *    // folded to a sixteen-digit fingerprint and filed against
      *    // its partner; a later record whose fingerprint is already
      *    // on file for the same partner inside the partner's
      *    // DUPLIMIT window is a duplicate - a resubmitted input, or
      *    // a manifest row listed on two nights - and the caller
      *    // holds it rather than sending it again. Fingerprints
      *    // filed under the caller's own output generation are not
      *    // counted, so a restart that re-reads what its first
      *    // attempt already cut does not hold its own work.
      *    //
      *    // DUPLIMIT rows are PARTNER DAYS, a *DEFAULT row covers
      *    // the rest, thirty days when there is no row at all; a
      *    // partner set to zero days is not checked or registered.
      *    //
      *    // Functions -
      *    //   C  check the text - the partner's window is loaded
      *    //      from the file on the first check for a partner or
      *    //      output generation, so only earlier runs count. A
      *    //      match comes back status 1 with DR-DATE, DR-PROGRAM
      *    //      and DR-REC-NUM set to the entry it matched
      *    //   P  post the text's fingerprint under the caller's
      *    //      partner, program, record number and generation
      *    //   F  finish - close the register and purge every
      *    //      entry older than its partner's window
      *    // The status answers 0 done (or no match), 1 duplicate,
      *    // 8 a register that cannot be read or written.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. DUP-REGISTER.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT REGISTER-FILE ASSIGN TO "DUPREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-REGISTER-STATUS.

      *    The purge copies what it keeps through this DD and back
                 SELECT WORK-FILE ASSIGN TO "DUPWORK"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-WORK-STATUS.

                 SELECT LIMIT-FILE ASSIGN TO "DUPLIMIT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-LIMIT-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  REGISTER-FILE.
             01 REC-REGISTER-FILE  PIC X(95).

             FD  WORK-FILE.
             01 REC-WORK-FILE      PIC X(95).

      *    One row per partner - PARTNER DAYS, how many days back
      *    a fingerprint still counts; zero turns checking off
             FD  LIMIT-FILE.
             01 REC-DUPLIMIT.
               05 DL-PARTNER       PIC X(8).
               05 FILLER           PIC X(1).
               05 DL-DAYS          PIC 9(3).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF              VALUE "Y".
             01 STR-REGISTER-STATUS PIC X(2).
             01 STR-WORK-STATUS    PIC X(2).
             01 STR-LIMIT-STATUS   PIC X(2).
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-PROC-DATE      PIC X(8).
             01 I-PROC-DATE-NUM REDEFINES STR-PROC-DATE PIC 9(8).
             01 I-TODAY-INT        PIC 9(7).
             01 I-ROW-INT          PIC 9(7).

      *    The register stays open for append between posts - a
      *    check that has to load a window closes it first
             01 I-POST-OPEN        PIC 9    VALUE 0.

      *    Windows off DUPLIMIT, loaded once per run unit
             01 I-LIMIT-LOADED     PIC 9    VALUE 0.
             01 I-LIMIT-EOF        PIC 9    VALUE 0.
               88 I-AT-LIMIT-EOF        VALUE 1.
             01 I-LIMIT-COUNT      PIC 999  VALUE 0.
             01 LIMIT-TABLE.
               05 LT-ENTRY         OCCURS 200 TIMES.
                 10 LT-PARTNER     PIC X(8).
                 10 LT-DAYS        PIC 9(3).
             01 I-LIMIT-ITER       PIC 999.
             01 I-DEFAULT-DAYS     PIC 9(3) VALUE 30.
             01 STR-WINDOW-PARTNER PIC X(8).
             01 I-WINDOW-DAYS      PIC 9(3).
             01 I-WINDOW-FOUND     PIC 9.

      *    The loaded partner's fingerprints inside its window - a
      *    window holding more than the table wraps round, so the
      *    newest entries are the ones kept
             01 STR-LOADED-PARTNER PIC X(8)  VALUE LOW-VALUES.
             01 STR-LOADED-DSN     PIC X(44) VALUE LOW-VALUES.
             01 I-LOADED-DAYS      PIC 9(3)  VALUE 0.
             01 I-FP-COUNT         PIC 9(4)  VALUE 0.
             01 I-FP-NEXT          PIC 9(4)  VALUE 0.
             01 I-FP-WRAPPED       PIC 9     VALUE 0.
             01 FP-TABLE.
               05 FT-ENTRY         OCCURS 5000 TIMES.
                 10 FT-FPRINT      PIC X(16).
                 10 FT-DATE        PIC X(8).
                 10 FT-PROGRAM     PIC X(8).
                 10 FT-REC-NUM     PIC 9(6).
             01 I-FP-ITER          PIC 9(4).
             01 I-FOUND-SLOT       PIC 9(4).

      *    Purge tallies
             01 I-KEPT-COUNT       PIC 9(7).
             01 I-PURGED-COUNT     PIC 9(7).

      *    Fingerprint folds
             01 I-TEXT-END         PIC 9(4).
             01 I-TEXT-POS         PIC 9(4).
             01 I-CHAR-ORD         PIC 999.
             01 STR-FPRINT-BUILD.
               05 I-HASH-A         PIC 9(8).
               05 I-HASH-B         PIC 9(8).

      *    Working view of one register line
             01 STR-REG-ENTRY.
               05 RE-DATE          PIC X(8).
               05 RE-DATE-NUM REDEFINES RE-DATE PIC 9(8).
               05 FILLER           PIC X(1).
               05 RE-PARTNER       PIC X(8).
               05 FILLER           PIC X(1).
               05 RE-FPRINT        PIC X(16).
               05 FILLER           PIC X(1).
               05 RE-PROGRAM       PIC X(8).
               05 FILLER           PIC X(1).
               05 RE-REC-NUM       PIC 9(6).
               05 FILLER           PIC X(1).
               05 RE-GEN-DSN       PIC X(44).

            LINKAGE SECTION.
      *    C check, P post, F finish
             01 C-DR-FUNC          PIC X(1).
             COPY "duprec.cpy".
             01 STR-DR-TEXT        PIC X(1000).
             01 I-DR-LEN           PIC 9(4).
             01 I-DR-STATUS        PIC 9.

           PROCEDURE DIVISION
               USING C-DR-FUNC, REC-DUPREG, STR-DR-TEXT, I-DR-LEN,
                     I-DR-STATUS.

           MAINLINE.
            MOVE 0 TO I-DR-STATUS

            EVALUATE C-DR-FUNC
             WHEN "C"
              PERFORM CHECK-FINGERPRINT
             WHEN "P"
              PERFORM POST-FINGERPRINT
             WHEN "F"
              IF I-POST-OPEN = 1
               CLOSE REGISTER-FILE
               MOVE 0 TO I-POST-OPEN
              END-IF
              PERFORM PURGE-BY-AGE
             WHEN OTHER
              MOVE 8 TO I-DR-STATUS
            END-EVALUATE

            EXIT PROGRAM.

      *    /////////////////////////////////////////////////////////////
      *    Folds the text and looks for the fold among the partner's
      *    fingerprints from earlier runs
      *    /////////////////////////////////////////////////////////////
           CHECK-FINGERPRINT.
            PERFORM BUILD-FINGERPRINT
            PERFORM ENSURE-WINDOW-LOADED
            IF I-DR-STATUS NOT = 0 OR I-LOADED-DAYS = 0
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-FOUND-SLOT
            PERFORM MATCH-ONE-FPRINT
                VARYING I-FP-ITER FROM 1 BY 1
                UNTIL I-FP-ITER > I-FP-COUNT
                   OR I-FOUND-SLOT > 0

            IF I-FOUND-SLOT > 0
             MOVE FT-DATE(I-FOUND-SLOT)    TO DR-DATE
             MOVE FT-PROGRAM(I-FOUND-SLOT) TO DR-PROGRAM
             MOVE FT-REC-NUM(I-FOUND-SLOT) TO DR-REC-NUM
             MOVE 1 TO I-DR-STATUS
            END-IF.

           MATCH-ONE-FPRINT.
            IF FT-FPRINT(I-FP-ITER) = DR-FPRINT
             MOVE I-FP-ITER TO I-FOUND-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Files the text's fingerprint under today's business date -
      *    a partner set to zero days is not registered at all
      *    /////////////////////////////////////////////////////////////
           POST-FINGERPRINT.
            PERFORM BUILD-FINGERPRINT
            PERFORM ENSURE-WINDOW-LOADED
            IF I-DR-STATUS NOT = 0 OR I-LOADED-DAYS = 0
             EXIT PARAGRAPH
            END-IF

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            MOVE STR-PROC-DATE TO DR-DATE

            IF I-POST-OPEN = 0
             OPEN EXTEND REGISTER-FILE
             IF STR-REGISTER-STATUS = "35"
              OPEN OUTPUT REGISTER-FILE
             END-IF
             IF STR-REGISTER-STATUS NOT = "00"
              DISPLAY "DUPREG - cannot append to DUPREG - status "
                      STR-REGISTER-STATUS
              MOVE 8 TO I-DR-STATUS
              EXIT PARAGRAPH
             END-IF
             MOVE 1 TO I-POST-OPEN
            END-IF

            WRITE REC-REGISTER-FILE FROM REC-DUPREG.

      *    /////////////////////////////////////////////////////////////
      *    Two folds over the text up to its last non-blank byte -
      *    one weighted by running position, so two texts holding
      *    the same letters in another order fold apart
      *    /////////////////////////////////////////////////////////////
           BUILD-FINGERPRINT.
            MOVE 7919 TO I-HASH-A
            COMPUTE I-TEXT-END = FUNCTION LENGTH(FUNCTION TRIM(
                STR-DR-TEXT(1:I-DR-LEN) TRAILING))
            MOVE I-TEXT-END TO I-HASH-B

            PERFORM FOLD-ONE-BYTE
                VARYING I-TEXT-POS FROM 1 BY 1
                UNTIL I-TEXT-POS > I-TEXT-END

            MOVE STR-FPRINT-BUILD TO DR-FPRINT.

           FOLD-ONE-BYTE.
            COMPUTE I-CHAR-ORD =
                FUNCTION ORD(STR-DR-TEXT(I-TEXT-POS:1))
            COMPUTE I-HASH-A = FUNCTION MOD(
                I-HASH-A * 31 + I-CHAR-ORD, 99999989)
            COMPUTE I-HASH-B = FUNCTION MOD(
                I-HASH-B * 37 + I-CHAR-ORD * I-TEXT-POS, 99999971).

      *    /////////////////////////////////////////////////////////////
      *    Loads the caller's partner's window when the partner or
      *    the output generation is not the one already loaded -
      *    what the run posts after that is not in the table, so a
      *    run never holds a record against its own output
      *    /////////////////////////////////////////////////////////////
           ENSURE-WINDOW-LOADED.
            IF DR-PARTNER = STR-LOADED-PARTNER
                  AND DR-GEN-DSN = STR-LOADED-DSN
             EXIT PARAGRAPH
            END-IF

            IF I-POST-OPEN = 1
             CLOSE REGISTER-FILE
             MOVE 0 TO I-POST-OPEN
            END-IF

            IF I-LIMIT-LOADED = 0
             PERFORM LOAD-DUP-LIMITS
            END-IF

            MOVE DR-PARTNER TO STR-LOADED-PARTNER
            MOVE DR-GEN-DSN TO STR-LOADED-DSN
            MOVE DR-PARTNER TO STR-WINDOW-PARTNER
            PERFORM FIND-PARTNER-WINDOW
            MOVE I-WINDOW-DAYS TO I-LOADED-DAYS
            MOVE 0 TO I-FP-COUNT
            MOVE 0 TO I-FP-NEXT
            MOVE 0 TO I-FP-WRAPPED

            IF I-LOADED-DAYS = 0
             DISPLAY "DUPREG - partner " DR-PARTNER
                     " has no duplicate window - not checked"
             EXIT PARAGRAPH
            END-IF

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            COMPUTE I-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(I-PROC-DATE-NUM)

            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT REGISTER-FILE
            IF STR-REGISTER-STATUS = "35"
             EXIT PARAGRAPH
            END-IF
            IF STR-REGISTER-STATUS NOT = "00"
             DISPLAY "DUPREG - cannot read DUPREG - status "
                     STR-REGISTER-STATUS
             MOVE 8 TO I-DR-STATUS
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ONE-ENTRY UNTIL I-AT-EOF
            CLOSE REGISTER-FILE

            IF I-FP-WRAPPED = 1
             DISPLAY "DUPREG - partner " DR-PARTNER " has more than "
                     "5000 fingerprints in its window - the newest "
                     "5000 are checked"
            END-IF.

           LOAD-ONE-ENTRY.
            READ REGISTER-FILE INTO STR-REG-ENTRY
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
                  OR RE-PARTNER NOT = STR-LOADED-PARTNER
                  OR RE-GEN-DSN = STR-LOADED-DSN
                  OR RE-DATE IS NOT NUMERIC
             EXIT PARAGRAPH
            END-IF

            COMPUTE I-ROW-INT = FUNCTION INTEGER-OF-DATE(RE-DATE-NUM)
            IF I-ROW-INT + I-LOADED-DAYS < I-TODAY-INT
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-FP-NEXT
            IF I-FP-NEXT > 5000
             MOVE 1 TO I-FP-NEXT
             MOVE 1 TO I-FP-WRAPPED
            END-IF
            IF I-FP-COUNT < 5000
             ADD 1 TO I-FP-COUNT
            END-IF
            MOVE RE-FPRINT  TO FT-FPRINT(I-FP-NEXT)
            MOVE RE-DATE    TO FT-DATE(I-FP-NEXT)
            MOVE RE-PROGRAM TO FT-PROGRAM(I-FP-NEXT)
            MOVE RE-REC-NUM TO FT-REC-NUM(I-FP-NEXT).

           LOAD-DUP-LIMITS.
            MOVE 1 TO I-LIMIT-LOADED
            MOVE 0 TO I-LIMIT-COUNT
            MOVE 0 TO I-LIMIT-EOF

            OPEN INPUT LIMIT-FILE
            IF STR-LIMIT-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF

            PERFORM READ-ONE-LIMIT UNTIL I-AT-LIMIT-EOF
            CLOSE LIMIT-FILE.

           READ-ONE-LIMIT.
            READ LIMIT-FILE
             AT END
              SET I-AT-LIMIT-EOF TO TRUE
             NOT AT END
              IF DL-DAYS IS NUMERIC
               EVALUATE TRUE
                WHEN DL-PARTNER = "*DEFAULT"
                 MOVE DL-DAYS TO I-DEFAULT-DAYS
                WHEN DL-PARTNER = SPACES OR DL-PARTNER(1:1) = "*"
                 CONTINUE
                WHEN I-LIMIT-COUNT < 200
                 ADD 1 TO I-LIMIT-COUNT
                 MOVE DL-PARTNER TO LT-PARTNER(I-LIMIT-COUNT)
                 MOVE DL-DAYS    TO LT-DAYS(I-LIMIT-COUNT)
                WHEN OTHER
                 CONTINUE
               END-EVALUATE
              END-IF
            END-READ.

      *    A partner with no row of its own takes the *DEFAULT
           FIND-PARTNER-WINDOW.
            MOVE 0 TO I-WINDOW-FOUND
            PERFORM MATCH-ONE-LIMIT
                VARYING I-LIMIT-ITER FROM 1 BY 1
                UNTIL I-LIMIT-ITER > I-LIMIT-COUNT
                   OR I-WINDOW-FOUND = 1
            IF I-WINDOW-FOUND = 0
             MOVE I-DEFAULT-DAYS TO I-WINDOW-DAYS
            END-IF.

           MATCH-ONE-LIMIT.
            IF LT-PARTNER(I-LIMIT-ITER) = STR-WINDOW-PARTNER
             MOVE LT-DAYS(I-LIMIT-ITER) TO I-WINDOW-DAYS
             MOVE 1 TO I-WINDOW-FOUND
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Copies every entry still inside its partner's window to
      *    DUPWORK and, when anything was left behind, copies the
      *    survivors back over DUPREG - a register that cannot be
      *    copied is left exactly as it was
      *    /////////////////////////////////////////////////////////////
           PURGE-BY-AGE.
            IF I-LIMIT-LOADED = 0
             PERFORM LOAD-DUP-LIMITS
            END-IF

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            COMPUTE I-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(I-PROC-DATE-NUM)
            MOVE 0 TO I-KEPT-COUNT
            MOVE 0 TO I-PURGED-COUNT

            OPEN INPUT REGISTER-FILE
            IF STR-REGISTER-STATUS = "35"
             EXIT PARAGRAPH
            END-IF
            IF STR-REGISTER-STATUS NOT = "00"
             DISPLAY "DUPREG - cannot read DUPREG - status "
                     STR-REGISTER-STATUS
             MOVE 8 TO I-DR-STATUS
             EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT WORK-FILE
            IF STR-WORK-STATUS NOT = "00"
             DISPLAY "DUPREG - cannot open DUPWORK - status "
                     STR-WORK-STATUS " - register not purged"
             CLOSE REGISTER-FILE
             MOVE 8 TO I-DR-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM COPY-ONE-UNEXPIRED UNTIL I-AT-EOF
            CLOSE REGISTER-FILE
            CLOSE WORK-FILE

            IF I-PURGED-COUNT = 0
             EXIT PARAGRAPH
            END-IF

            OPEN INPUT WORK-FILE
            OPEN OUTPUT REGISTER-FILE
            IF STR-WORK-STATUS NOT = "00"
                  OR STR-REGISTER-STATUS NOT = "00"
             DISPLAY "DUPREG - cannot rewrite DUPREG - status "
                     STR-REGISTER-STATUS
             MOVE 8 TO I-DR-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM COPY-ONE-BACK UNTIL I-AT-EOF
            CLOSE WORK-FILE
            CLOSE REGISTER-FILE

            DISPLAY "DUPREG - " I-PURGED-COUNT " fingerprint(s) past "
                    "their window purged, " I-KEPT-COUNT " kept".

           COPY-ONE-UNEXPIRED.
            READ REGISTER-FILE INTO STR-REG-ENTRY
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            MOVE RE-PARTNER TO STR-WINDOW-PARTNER
            PERFORM FIND-PARTNER-WINDOW

            IF RE-DATE IS NOT NUMERIC OR I-WINDOW-DAYS = 0
             ADD 1 TO I-PURGED-COUNT
             EXIT PARAGRAPH
            END-IF

            COMPUTE I-ROW-INT = FUNCTION INTEGER-OF-DATE(RE-DATE-NUM)
            IF I-ROW-INT + I-WINDOW-DAYS < I-TODAY-INT
             ADD 1 TO I-PURGED-COUNT
            ELSE
             ADD 1 TO I-KEPT-COUNT
             WRITE REC-WORK-FILE FROM STR-REG-ENTRY
            END-IF.

           COPY-ONE-BACK.
            READ WORK-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
             WRITE REC-REGISTER-FILE FROM REC-WORK-FILE
            END-IF.

           END PROGRAM DUP-REGISTER.
