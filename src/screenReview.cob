      *    // Screening-hold review - an operator holding the
      *    // SCREEN-RELEASE function walks every
      *    // HELD entry on SCRNHOLD, sees the record the restricted-
      *    // content screen stopped and the term it matched - or,
      *    // for a record held as a duplicate of one already sent,
      *    // the date and record number it repeats - and either
      *    // releases it (it goes out on the next run of the same
      *    // program for the same partner; for a duplicate, that is
      *    // the forced resend) or kills it (it never goes out at
      *    // all). Each decision is written to
      *    // CIPHERLOG under the operator's sign-on, and the hold
      *    // file is rewritten whole when the walk ends - less any
      *    // FED or KILLED entry past SCREEN-HOLD's 30 days. The
      *    // SCRNHOLD enqueue keeps a batch run from appending to
      *    // the file while the review has it in storage.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. SCREEN-REVIEW.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT HOLD-FILE ASSIGN TO "SCRNHOLD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-HOLD-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  HOLD-FILE.
             01 REC-HOLD-FILE    PIC X(1108).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG       PIC X(1) VALUE "N".
               88 I-AT-EOF             VALUE "Y".
             01 STR-HOLD-STATUS  PIC X(2).
             01 C-PROCDATE-GET   PIC X(1) VALUE "G".
             01 STR-PROC-DATE    PIC X(8).
             01 I-PROC-DATE-NUM REDEFINES STR-PROC-DATE PIC 9(8).
             01 I-TODAY-INT      PIC 9(7).
             01 I-ROW-INT        PIC 9(7).
             01 I-ACTION-DATE-NUM PIC 9(8).

      *    SCREEN-HOLD's retention for a decided entry - the two
      *    must never differ
             01 I-KEEP-DAYS      PIC 9(3) VALUE 30.
             01 I-ENTRY-EXPIRED  PIC 9.
             01 I-DROPPED-COUNT  PIC 9(6) VALUE 0.

      *    Sign-on fields - letting screened material out of the
      *    shop is key-administration-grade authority
             01 STR-OPERATOR-ID  PIC X(8).
             01 STR-SIGNON-PASS  PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 STR-SIGNON-CALLER PIC X(8) VALUE "SCRNRVW".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "SCREEN-RELEASE".

      *    Run-lock fields
             01 C-LOCK-FUNC      PIC X(1).
             01 STR-LOCK-RESOURCE PIC X(8) VALUE "SCRNHOLD".
             01 STR-LOCK-PROGRAM PIC X(8) VALUE "SCRNRVW".
             01 I-LOCK-STATUS    PIC 9.

      *    The hold file held whole, SCREEN-HOLD's shape
             01 I-HOLD-COUNT     PIC 999  VALUE 0.
             01 I-HOLD-OVERFLOW  PIC 9    VALUE 0.
             01 HOLD-TABLE.
               05 HT-ENTRY       PIC X(1108) OCCURS 500 TIMES.
             01 I-HOLD-ITER      PIC 999.
             COPY "scrnhold.cpy".

      *    Operator action per held entry
             01 C-REVIEW-ACTION  PIC X(1).
               88 I-ACTION-RELEASE     VALUE "R" "r".
               88 I-ACTION-KILL        VALUE "K" "k".
               88 I-ACTION-SKIP        VALUE "S" "s".
               88 I-ACTION-QUIT        VALUE "Q" "q".
             01 I-DISPOSED       PIC 9.
             01 I-REVIEW-QUIT    PIC 9    VALUE 0.
             01 I-HELD-SEEN      PIC 9(6) VALUE 0.
             01 I-RELEASED-COUNT PIC 9(6) VALUE 0.
             01 I-KILLED-COUNT   PIC 9(6) VALUE 0.
             01 I-RUN-RC         PIC 99   VALUE 0.

      *    Showing the held text a line at a time
             01 I-SHOW-POS       PIC 9(4).
             01 I-SHOW-TAKE      PIC 9(4).

      *    One CIPHERLOG line per decision under the program name
      *    that names it
             01 STR-LOG-PROGRAM-NAME PIC X(16).
             01 I-LOG-LEN            PIC 999.
             01 I-LOG-SHIFT          PIC S99   VALUE 0.
             01 I-LOG-SUCCESS-FLAG   PIC 9     VALUE 1.

           PROCEDURE DIVISION.

           MAINLINE.
            DISPLAY "SCRNRVW - screening-hold review"
            DISPLAY "Operator id: "
            ACCEPT STR-OPERATOR-ID
            DISPLAY "Password: "
            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "SCRNRVW - releasing screened records takes "
                     "the SCREEN-RELEASE function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            MOVE "A" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            IF I-LOCK-STATUS NOT = 0
             DISPLAY "SCRNRVW - SCRNHOLD enqueue is held - a batch "
                     "run is using the hold file"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            PERFORM LOAD-HOLD-FILE

            IF I-HOLD-OVERFLOW = 1
             DISPLAY "SCRNRVW - SCRNHOLD has more than 500 entries "
                     "- review refused"
             PERFORM RELEASE-HOLD-LOCK
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            PERFORM REVIEW-ONE-ENTRY
                VARYING I-HOLD-ITER FROM 1 BY 1
                UNTIL I-HOLD-ITER > I-HOLD-COUNT
                   OR I-REVIEW-QUIT = 1

            IF I-RELEASED-COUNT > 0 OR I-KILLED-COUNT > 0
                  OR I-DROPPED-COUNT > 0
             PERFORM REWRITE-HOLD-FILE
            END-IF

            PERFORM RELEASE-HOLD-LOCK

            DISPLAY "SCRNRVW - " I-HELD-SEEN " held, "
                    I-RELEASED-COUNT " released, "
                    I-KILLED-COUNT " killed"
            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

           RELEASE-HOLD-LOCK.
            MOVE "R" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS.

           LOAD-HOLD-FILE.
            MOVE "N" TO I-EOF-FLAG
            MOVE 0   TO I-HOLD-COUNT
            MOVE 0   TO I-DROPPED-COUNT

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            COMPUTE I-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(I-PROC-DATE-NUM)

            OPEN INPUT HOLD-FILE
            IF STR-HOLD-STATUS = "35"
             DISPLAY "SCRNRVW - no SCRNHOLD file - nothing held"
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ONE-HOLD UNTIL I-AT-EOF
            CLOSE HOLD-FILE.

      *    An entry past its retention takes no table slot and is
      *    left out of the rewrite
           LOAD-ONE-HOLD.
            READ HOLD-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR REC-HOLD-FILE = SPACES
             EXIT PARAGRAPH
            END-IF

            MOVE REC-HOLD-FILE TO REC-SCRNHOLD
            PERFORM JUDGE-ENTRY-AGE
            IF I-ENTRY-EXPIRED = 1
             ADD 1 TO I-DROPPED-COUNT
             EXIT PARAGRAPH
            END-IF

            IF I-HOLD-COUNT < 500
             ADD 1 TO I-HOLD-COUNT
             MOVE REC-HOLD-FILE TO HT-ENTRY(I-HOLD-COUNT)
            ELSE
             MOVE 1 TO I-HOLD-OVERFLOW
            END-IF.

           JUDGE-ENTRY-AGE.
            MOVE 0 TO I-ENTRY-EXPIRED
            IF NOT SH-IS-FED AND NOT SH-IS-KILLED
             EXIT PARAGRAPH
            END-IF

            IF SH-ACTION-DATE IS NOT NUMERIC
             MOVE 1 TO I-ENTRY-EXPIRED
             EXIT PARAGRAPH
            END-IF

            MOVE SH-ACTION-DATE TO I-ACTION-DATE-NUM
            COMPUTE I-ROW-INT =
                FUNCTION INTEGER-OF-DATE(I-ACTION-DATE-NUM)
            IF I-ROW-INT + I-KEEP-DAYS < I-TODAY-INT
             MOVE 1 TO I-ENTRY-EXPIRED
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Shows one HELD entry and loops on the prompt until the
      *    operator releases it, kills it, skips it, or quits the
      *    walk - entries already released, killed, or fed are
      *    passed over
      *    /////////////////////////////////////////////////////////////
           REVIEW-ONE-ENTRY.
            MOVE HT-ENTRY(I-HOLD-ITER) TO REC-SCRNHOLD
            IF NOT SH-IS-HELD
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-HELD-SEEN
            DISPLAY " "
            DISPLAY "SCRNRVW - held " SH-HOLD-DATE " by " SH-PROGRAM
                    " for partner " SH-PARTNER " record " SH-REC-NUM
            IF SH-TERM(1:13) = "DUPLICATE OF "
             DISPLAY "  HELD AS A " SH-TERM
            ELSE
             DISPLAY "  MATCHED TERM: " SH-TERM
            END-IF
            PERFORM SHOW-ONE-TEXT-LINE
                VARYING I-SHOW-POS FROM 1 BY 100
                UNTIL I-SHOW-POS > SH-LEN

            MOVE 0 TO I-DISPOSED
            PERFORM PROMPT-ONE-ACTION UNTIL I-DISPOSED = 1

            MOVE REC-SCRNHOLD TO HT-ENTRY(I-HOLD-ITER).

           SHOW-ONE-TEXT-LINE.
            COMPUTE I-SHOW-TAKE = SH-LEN - I-SHOW-POS + 1
            IF I-SHOW-TAKE > 100
             MOVE 100 TO I-SHOW-TAKE
            END-IF
            DISPLAY "  TEXT: " SH-TEXT(I-SHOW-POS:I-SHOW-TAKE).

           PROMPT-ONE-ACTION.
            DISPLAY "  (R)elease, (K)ill, (S)kip, (Q)uit: "
            ACCEPT C-REVIEW-ACTION

            EVALUATE TRUE
             WHEN I-ACTION-RELEASE
              MOVE "RELEASED"       TO SH-STATUS
              MOVE "SCREEN-RELEASE" TO STR-LOG-PROGRAM-NAME
              PERFORM RECORD-DECISION
              ADD 1 TO I-RELEASED-COUNT
             WHEN I-ACTION-KILL
              MOVE "KILLED"         TO SH-STATUS
              MOVE "SCREEN-KILL"    TO STR-LOG-PROGRAM-NAME
              PERFORM RECORD-DECISION
              ADD 1 TO I-KILLED-COUNT
             WHEN I-ACTION-SKIP
              MOVE 1 TO I-DISPOSED
             WHEN I-ACTION-QUIT
              MOVE 1 TO I-DISPOSED
              MOVE 1 TO I-REVIEW-QUIT
             WHEN OTHER
              DISPLAY "  SCRNRVW - unrecognized action"
            END-EVALUATE.

      *    The decision is stamped on the entry and on the audit
      *    trail - the signed-on operator rides in on the USER=
      *    stamp of the CIPHERLOG line
           RECORD-DECISION.
            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            MOVE STR-PROC-DATE   TO SH-ACTION-DATE
            MOVE STR-OPERATOR-ID TO SH-OPERATOR

            IF SH-LEN > 999
             MOVE 999 TO I-LOG-LEN
            ELSE
             MOVE SH-LEN TO I-LOG-LEN
            END-IF
            CALL "LOG-CIPHER-EVENT" USING
             BY CONTENT STR-LOG-PROGRAM-NAME,
             BY CONTENT I-LOG-LEN,
             BY CONTENT I-LOG-SHIFT,
             BY CONTENT I-LOG-SUCCESS-FLAG

            MOVE 1 TO I-DISPOSED.

           REWRITE-HOLD-FILE.
            OPEN OUTPUT HOLD-FILE
            IF STR-HOLD-STATUS NOT = "00"
             DISPLAY "SCRNRVW - cannot rewrite SCRNHOLD - status "
                     STR-HOLD-STATUS " - decisions not saved"
             MOVE 12 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            PERFORM WRITE-ONE-HOLD
                VARYING I-HOLD-ITER FROM 1 BY 1
                UNTIL I-HOLD-ITER > I-HOLD-COUNT

            CLOSE HOLD-FILE

            IF I-DROPPED-COUNT > 0
             DISPLAY "SCRNRVW - " I-DROPPED-COUNT " fed or killed "
                     "entry(s) past their retention dropped"
            END-IF.

           WRITE-ONE-HOLD.
            WRITE REC-HOLD-FILE FROM HT-ENTRY(I-HOLD-ITER).

           END PROGRAM SCREEN-REVIEW.
