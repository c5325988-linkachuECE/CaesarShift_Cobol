      *    // LANGTAB builder - works a language's frequency row out
      *    // of a sample of real plaintext instead of a published
      *    // table typed in by hand. Reads the CORPUS file, tallies
      *    // A-Z the way FREQ-REPORT does (case-folded, anything
      *    // not a letter skipped), turns each count into LANGTAB's
      *    // 9V9999 weight, and prints the new row letter by letter
      *    // against the row already on LANGTAB for the same code.
      *    // Only on the operator's confirmation is the row added,
      *    // or put in place of the old one, so AUTO-CRACK and
      *    // SOLVE-BATCH score against the traffic we actually get.
      *    // The scoring tables are the solver's, so the operator
      *    // must hold SOLVE; the change is logged on CIPHERLOG.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. LANGBLD.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT CORPUS-FILE ASSIGN TO "CORPUS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-CORPUS-STATUS.
                 SELECT LANG-TABLE-FILE ASSIGN TO "LANGTAB"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-LANGTAB-STATUS.
                 SELECT LANG-REPORT ASSIGN TO "LANGRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
            FILE SECTION.
             FD  CORPUS-FILE.
             01 REC-CORPUS         PIC X(256).

      *    One record per language - the code, then the 26 A-Z
      *    frequencies as 9V9999 digits with the decimal implied
             FD  LANG-TABLE-FILE.
             01 REC-LANGTAB.
               05 LT-CODE  PIC X(3).
               05 FILLER   PIC X(1).
               05 LT-PCT   PIC 9V9999 OCCURS 26 TIMES.

             FD  LANG-REPORT.
             01 REC-LANGRPT        PIC X(150).

            WORKING-STORAGE SECTION.
             COPY "collatseq.cpy".

             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-CORPUS-STATUS  PIC X(2).
             01 STR-LANGTAB-STATUS PIC X(2).
             01 I-RUN-RC           PIC 99   VALUE 0.
             01 I-COLLATE-STATUS   PIC 9    VALUE 0.

      *    Sign-on fields - the scoring tables are the solver's
             01 STR-OPERATOR-ID    PIC X(8).
             01 STR-SIGNON-PASS    PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9    VALUE 0.
             01 STR-SIGNON-CALLER  PIC X(8) VALUE "LANGBLD".
             01 STR-SIGNON-FUNCTION PIC X(16) VALUE "SOLVE".
             01 C-SESSION-FUNC     PIC X(1) VALUE "S".

      *    Run-lock fields - LANGTAB is rewritten whole
             01 C-LOCK-FUNC        PIC X(1).
             01 STR-LOCK-RESOURCE  PIC X(8) VALUE "LANGTAB".
             01 STR-LOCK-PROGRAM   PIC X(8) VALUE "LANGBLD".
             01 I-LOCK-STATUS      PIC 9.

      *    The language the row is built for - two or three letters
             01 STR-LANG-CODE      PIC X(3).
             01 I-CODE-VALID       PIC 9.

      *    Tally fields - sized for a corpus of any sensible length
             01 I-LETTER-COUNT     PIC 9(9) OCCURS 26 TIMES.
             01 I-TOTAL-LETTERS    PIC 9(9) VALUE 0.
             01 I-CORPUS-RECORDS   PIC 9(9) VALUE 0.
             01 I-CORPUS-MISSING   PIC 9    VALUE 0.
             01 I-LTR              PIC 99.
             01 I-CHAR-POS         PIC 999.
             01 C-CURR-CHAR        PIC X(1).
             01 I-CHAR-ASCII       PIC 999.

      *    A sample under this many letters is built, but the
      *    operator is warned it is too thin to trust
             01 I-THIN-SAMPLE      PIC 9(9) VALUE 1000.

      *    The new row and the old one, weight by weight
             01 NEW-WEIGHT-TABLE.
               05 NEW-PCT          PIC 9V9999 OCCURS 26 TIMES.
             01 OLD-WEIGHT-TABLE.
               05 OLD-PCT          PIC 9V9999 OCCURS 26 TIMES.
             01 I-NEW-TOTAL        PIC 99V9999.
             01 I-OLD-TOTAL        PIC 99V9999.
             01 I-WEIGHT-CHANGE    PIC S9V9999.

      *    LANGTAB held whole for the rewrite, and where the code's
      *    own row sits in it
             01 I-ROW-COUNT        PIC 99   VALUE 0.
             01 I-ROW-MAX          PIC 99   VALUE 50.
             01 I-ROW-OVERFLOW     PIC 9    VALUE 0.
             01 LANG-ROW-TABLE.
               05 LR-ROW           PIC X(134) OCCURS 50 TIMES.
             01 I-ROW-ITER         PIC 99.
             01 I-OLD-SLOT         PIC 99   VALUE 0.
             01 I-OLD-USABLE       PIC 9    VALUE 0.
             01 STR-NEW-ROW        PIC X(134).

             01 C-CONFIRM          PIC X(1).
               88 I-CONFIRMED           VALUE "Y" "y".
             01 I-ROW-WRITTEN      PIC 9    VALUE 0.
             01 I-TABLE-UNREADABLE PIC 9    VALUE 0.
             01 I-WRITE-FAILED     PIC 9    VALUE 0.

      *    CIPHERLOG event for the table change
             01 STR-LOG-PROGRAM-NAME PIC X(16).
             01 I-LOG-LEN            PIC 999   VALUE 0.
             01 I-LOG-SHIFT          PIC S99   VALUE 0.
             01 I-LOG-SUCCESS-FLAG   PIC 9     VALUE 1.

      *    Report line layouts
             01 STR-RPT-HEADER     PIC X(150)
                 VALUE "LANGTAB BUILD REPORT".
             01 STR-RPT-BLANK      PIC X(150) VALUE SPACES.
             01 STR-RPT-RUN-LINE.
               05 FILLER           PIC X(9)  VALUE "LANGUAGE=".
               05 RPT-LANG         PIC X(3).
               05 FILLER           PIC X(10) VALUE " OPERATOR=".
               05 RPT-OPERATOR     PIC X(8).
               05 FILLER           PIC X(16) VALUE " CORPUS RECORDS=".
               05 RPT-RECORDS      PIC 9(9).
               05 FILLER           PIC X(9)  VALUE " LETTERS=".
               05 RPT-LETTERS      PIC 9(9).
               05 FILLER           PIC X(77) VALUE SPACES.
             01 STR-RPT-OLD-LINE   PIC X(150).
             01 STR-RPT-COL-LINE.
               05 FILLER           PIC X(8)  VALUE "LETTER".
               05 FILLER           PIC X(11) VALUE "COUNT".
               05 FILLER           PIC X(8)  VALUE "NEW".
               05 FILLER           PIC X(8)  VALUE "OLD".
               05 FILLER           PIC X(115) VALUE "CHANGE".
             01 STR-RPT-LETTER-LINE.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 RPT-LETTER       PIC X(1).
               05 FILLER           PIC X(5)  VALUE SPACES.
               05 RPT-COUNT        PIC Z(8)9.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 RPT-NEW-PCT      PIC 9.9999.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 RPT-OLD-PCT      PIC X(6).
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 RPT-CHANGE       PIC X(7).
               05 FILLER           PIC X(108) VALUE SPACES.
             01 STR-RPT-TOTAL-LINE.
               05 FILLER           PIC X(8)  VALUE "TOTAL".
               05 RPT-TOTAL-COUNT  PIC Z(8)9.
               05 FILLER           PIC X(1)  VALUE SPACES.
               05 RPT-NEW-TOTAL    PIC Z9.9999.
               05 FILLER           PIC X(1)  VALUE SPACES.
               05 RPT-OLD-TOTAL    PIC X(7).
               05 FILLER           PIC X(117) VALUE SPACES.
             01 STR-RPT-ROW-LINE.
               05 FILLER           PIC X(8)  VALUE "NEW ROW ".
               05 RPT-NEW-ROW      PIC X(134).
               05 FILLER           PIC X(8)  VALUE SPACES.
             01 STR-RPT-RESULT     PIC X(150).
             01 STR-PCT-EDIT       PIC 9.9999.
             01 STR-TOTAL-EDIT     PIC Z9.9999.
             01 STR-CHANGE-EDIT    PIC +9.9999.

           PROCEDURE DIVISION.

           MAINLINE.
            CALL "CHECK-COLLATE-SEQ" USING I-COLLATE-STATUS

            DISPLAY "LANGBLD - LANGTAB row from a plaintext corpus"
            DISPLAY "Operator id: "
            ACCEPT STR-OPERATOR-ID
            DISPLAY "Password: "
            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "LANGBLD - tuning the scoring tables takes the "
                     "SOLVE function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            CALL "CIPHER-SESSION" USING C-SESSION-FUNC,
                                        STR-OPERATOR-ID

            DISPLAY "Language code (two or three letters, e.g. DE): "
            ACCEPT STR-LANG-CODE
            MOVE FUNCTION UPPER-CASE(STR-LANG-CODE) TO STR-LANG-CODE
            PERFORM CHECK-LANGUAGE-CODE
            IF I-CODE-VALID = 0
             DISPLAY "LANGBLD - language code must be two or three "
                     "letters"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            PERFORM COUNT-CORPUS-LETTERS
            IF I-CORPUS-MISSING = 1
             DISPLAY "LANGBLD - no CORPUS file on hand"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
            IF I-TOTAL-LETTERS = 0
             DISPLAY "LANGBLD - CORPUS holds no letters - no row "
                     "to build"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            PERFORM COMPUTE-NEW-WEIGHTS

            MOVE "A" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            IF I-LOCK-STATUS NOT = 0
             DISPLAY "LANGBLD - LANGTAB enqueue held - try again "
                     "later"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            PERFORM LOAD-LANGUAGE-TABLE
            IF I-TABLE-UNREADABLE = 1
             DISPLAY "LANGBLD - LANGTAB cannot be read - status "
                     STR-LANGTAB-STATUS " - run refused"
             MOVE "R" TO C-LOCK-FUNC
             CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                   STR-LOCK-PROGRAM, I-LOCK-STATUS
             MOVE 12 TO RETURN-CODE
             GOBACK
            END-IF
            PERFORM WRITE-COMPARISON

            IF I-TOTAL-LETTERS < I-THIN-SAMPLE
             DISPLAY "LANGBLD - warning: only " I-TOTAL-LETTERS
                     " letters in the sample - too thin to trust"
             MOVE 4 TO I-RUN-RC
            END-IF

            EVALUATE TRUE
             WHEN I-ROW-OVERFLOW = 1
              DISPLAY "LANGBLD - LANGTAB holds more than " I-ROW-MAX
                      " rows - not rewritten"
              MOVE 8 TO I-RUN-RC
             WHEN I-OLD-SLOT > 0
              DISPLAY "Replace the " FUNCTION TRIM(STR-LANG-CODE)
                      " row on LANGTAB with the new one? (Y/N): "
              ACCEPT C-CONFIRM
             WHEN OTHER
              DISPLAY "Add a " FUNCTION TRIM(STR-LANG-CODE)
                      " row to LANGTAB? (Y/N): "
              ACCEPT C-CONFIRM
            END-EVALUATE

            IF I-ROW-OVERFLOW = 0 AND I-CONFIRMED
             PERFORM STORE-NEW-ROW
            END-IF

            MOVE "R" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS

            PERFORM WRITE-RESULT-LINE

            IF I-ROW-WRITTEN = 0 AND I-RUN-RC < 4
             MOVE 4 TO I-RUN-RC
            END-IF
            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    Two or three capital letters, left-justified - the row
      *    code AUTO-CRACK matches after folding the operator's
      *    entry to upper case
           CHECK-LANGUAGE-CODE.
            MOVE 1 TO I-CODE-VALID
            IF STR-LANG-CODE(1:1) = SPACE
                  OR STR-LANG-CODE(2:1) = SPACE
                  OR STR-LANG-CODE IS NOT ALPHABETIC-UPPER
             MOVE 0 TO I-CODE-VALID
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Tallies A-Z over the whole corpus the way FREQ-REPORT's
      *    COUNT-LETTERS does - case-folded, so upper and lower hits
      *    land in the same bucket, and everything else (digits,
      *    punctuation, accented bytes) passed over
      *    /////////////////////////////////////////////////////////////
           COUNT-CORPUS-LETTERS.
            PERFORM CLEAR-ONE-COUNT
                VARYING I-LTR FROM 1 BY 1 UNTIL I-LTR > 26

            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT CORPUS-FILE
            IF STR-CORPUS-STATUS NOT = "00"
             MOVE 1 TO I-CORPUS-MISSING
             EXIT PARAGRAPH
            END-IF
            PERFORM COUNT-ONE-CORPUS-RECORD UNTIL I-AT-EOF
            CLOSE CORPUS-FILE.

           CLEAR-ONE-COUNT.
            MOVE 0 TO I-LETTER-COUNT(I-LTR).

           COUNT-ONE-CORPUS-RECORD.
            READ CORPUS-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-CORPUS-RECORDS
            PERFORM COUNT-ONE-CHARACTER
                VARYING I-CHAR-POS FROM 1 BY 1 UNTIL I-CHAR-POS > 256.

           COUNT-ONE-CHARACTER.
            MOVE FUNCTION UPPER-CASE(REC-CORPUS(I-CHAR-POS:1))
                TO C-CURR-CHAR

            IF C-CURR-CHAR IS ALPHABETIC-UPPER
                  AND C-CURR-CHAR NOT = SPACE
             COMPUTE I-CHAR-ASCII = FUNCTION ORD(C-CURR-CHAR)
             COMPUTE I-LTR = I-CHAR-ASCII - I-CAPITAL-A-ASCII + 1
             ADD 1 TO I-LETTER-COUNT(I-LTR)
             ADD 1 TO I-TOTAL-LETTERS
            END-IF.

      *    Each weight is the letter's share of all the letters
      *    counted, to LANGTAB's four places
           COMPUTE-NEW-WEIGHTS.
            MOVE 0 TO I-NEW-TOTAL
            PERFORM COMPUTE-ONE-WEIGHT
                VARYING I-LTR FROM 1 BY 1 UNTIL I-LTR > 26

            MOVE SPACES        TO STR-NEW-ROW
            MOVE STR-LANG-CODE TO STR-NEW-ROW(1:3)
            MOVE NEW-WEIGHT-TABLE TO STR-NEW-ROW(5:130).

           COMPUTE-ONE-WEIGHT.
            COMPUTE NEW-PCT(I-LTR) ROUNDED =
                I-LETTER-COUNT(I-LTR) / I-TOTAL-LETTERS
            ADD NEW-PCT(I-LTR) TO I-NEW-TOTAL.

      *    /////////////////////////////////////////////////////////////
      *    Holds LANGTAB whole and notes the code's own row. A row
      *    AUTO-CRACK would ignore as non-numeric is still replaced,
      *    but shows no old weights to compare against. Only a
      *    missing LANGTAB (35) starts an empty table - any other
      *    open failure is flagged, since writing back a table
      *    that was never read would lose every other row.
      *    /////////////////////////////////////////////////////////////
           LOAD-LANGUAGE-TABLE.
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT LANG-TABLE-FILE
            IF STR-LANGTAB-STATUS = "35"
             EXIT PARAGRAPH
            END-IF
            IF STR-LANGTAB-STATUS NOT = "00"
             MOVE 1 TO I-TABLE-UNREADABLE
             EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-ONE-LANGUAGE-ROW UNTIL I-AT-EOF
            CLOSE LANG-TABLE-FILE.

           LOAD-ONE-LANGUAGE-ROW.
            READ LANG-TABLE-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR REC-LANGTAB = SPACES
             EXIT PARAGRAPH
            END-IF

            IF I-ROW-COUNT >= I-ROW-MAX
             MOVE 1 TO I-ROW-OVERFLOW
             SET I-AT-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-ROW-COUNT
            MOVE REC-LANGTAB TO LR-ROW(I-ROW-COUNT)

            IF FUNCTION UPPER-CASE(LT-CODE) = STR-LANG-CODE
                  AND I-OLD-SLOT = 0
             MOVE I-ROW-COUNT TO I-OLD-SLOT
             IF REC-LANGTAB(5:130) IS NUMERIC
              MOVE REC-LANGTAB(5:130) TO OLD-WEIGHT-TABLE
              MOVE 1 TO I-OLD-USABLE
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    LANGRPT - the sample, then the new weight for every
      *    letter beside the old one and the change, then the new
      *    row exactly as it would go on LANGTAB
      *    /////////////////////////////////////////////////////////////
           WRITE-COMPARISON.
            OPEN OUTPUT LANG-REPORT

            WRITE REC-LANGRPT FROM STR-RPT-HEADER
            MOVE STR-LANG-CODE    TO RPT-LANG
            MOVE STR-OPERATOR-ID  TO RPT-OPERATOR
            MOVE I-CORPUS-RECORDS TO RPT-RECORDS
            MOVE I-TOTAL-LETTERS  TO RPT-LETTERS
            WRITE REC-LANGRPT FROM STR-RPT-RUN-LINE

            MOVE SPACES TO STR-RPT-OLD-LINE
            EVALUATE TRUE
             WHEN I-OLD-USABLE = 1
              STRING "COMPARED WITH THE " DELIMITED BY SIZE
                     STR-LANG-CODE DELIMITED BY SPACE
                     " ROW NOW ON LANGTAB" DELIMITED BY SIZE
                  INTO STR-RPT-OLD-LINE
             WHEN I-OLD-SLOT > 0
              STRING "THE " DELIMITED BY SIZE
                     STR-LANG-CODE DELIMITED BY SPACE
                     " ROW NOW ON LANGTAB IS NOT NUMERIC - NOTHING "
                         DELIMITED BY SIZE
                     "TO COMPARE" DELIMITED BY SIZE
                  INTO STR-RPT-OLD-LINE
             WHEN OTHER
              STRING "NO " DELIMITED BY SIZE
                     STR-LANG-CODE DELIMITED BY SPACE
                     " ROW ON LANGTAB - A NEW LANGUAGE"
                         DELIMITED BY SIZE
                  INTO STR-RPT-OLD-LINE
            END-EVALUATE
            WRITE REC-LANGRPT FROM STR-RPT-OLD-LINE
            DISPLAY "LANGBLD - " FUNCTION TRIM(STR-RPT-OLD-LINE)
            WRITE REC-LANGRPT FROM STR-RPT-BLANK

            WRITE REC-LANGRPT FROM STR-RPT-COL-LINE
            MOVE 0 TO I-OLD-TOTAL
            PERFORM WRITE-ONE-LETTER-LINE
                VARYING I-LTR FROM 1 BY 1 UNTIL I-LTR > 26

            MOVE I-TOTAL-LETTERS TO RPT-TOTAL-COUNT
            MOVE I-NEW-TOTAL     TO RPT-NEW-TOTAL
            IF I-OLD-USABLE = 1
             MOVE I-OLD-TOTAL TO STR-TOTAL-EDIT
             MOVE STR-TOTAL-EDIT TO RPT-OLD-TOTAL
            ELSE
             MOVE SPACES TO RPT-OLD-TOTAL
            END-IF
            WRITE REC-LANGRPT FROM STR-RPT-TOTAL-LINE
            WRITE REC-LANGRPT FROM STR-RPT-BLANK

            MOVE STR-NEW-ROW TO RPT-NEW-ROW
            WRITE REC-LANGRPT FROM STR-RPT-ROW-LINE.

           WRITE-ONE-LETTER-LINE.
            MOVE FUNCTION CHAR(I-CAPITAL-A-ASCII + I-LTR - 1)
                TO C-CURR-CHAR
            MOVE C-CURR-CHAR           TO RPT-LETTER
            MOVE I-LETTER-COUNT(I-LTR) TO RPT-COUNT
            MOVE NEW-PCT(I-LTR)        TO RPT-NEW-PCT

            IF I-OLD-USABLE = 1
             MOVE OLD-PCT(I-LTR) TO STR-PCT-EDIT
             MOVE STR-PCT-EDIT   TO RPT-OLD-PCT
             COMPUTE I-WEIGHT-CHANGE = NEW-PCT(I-LTR) - OLD-PCT(I-LTR)
             MOVE I-WEIGHT-CHANGE TO STR-CHANGE-EDIT
             MOVE STR-CHANGE-EDIT TO RPT-CHANGE
             ADD OLD-PCT(I-LTR) TO I-OLD-TOTAL
            ELSE
             MOVE SPACES TO RPT-OLD-PCT
             MOVE SPACES TO RPT-CHANGE
            END-IF

            DISPLAY "  " RPT-LETTER "  NEW " RPT-NEW-PCT
                    "  OLD " RPT-OLD-PCT "  " RPT-CHANGE
            WRITE REC-LANGRPT FROM STR-RPT-LETTER-LINE.

      *    /////////////////////////////////////////////////////////////
      *    Puts the new row in the old one's place, or on the end
      *    for a new language, and writes LANGTAB back whole - every
      *    other row exactly as it was read. A LANGTAB that cannot
      *    be opened or written ends the run RC 12 with nothing
      *    logged as changed.
      *    /////////////////////////////////////////////////////////////
           STORE-NEW-ROW.
            IF I-OLD-SLOT > 0
             MOVE STR-NEW-ROW TO LR-ROW(I-OLD-SLOT)
             MOVE "LANGTAB-REPLACE" TO STR-LOG-PROGRAM-NAME
            ELSE
             IF I-ROW-COUNT >= I-ROW-MAX
              DISPLAY "LANGBLD - LANGTAB is full - row not added"
              MOVE 8 TO I-RUN-RC
              EXIT PARAGRAPH
             END-IF
             ADD 1 TO I-ROW-COUNT
             MOVE STR-NEW-ROW TO LR-ROW(I-ROW-COUNT)
             MOVE "LANGTAB-ADD" TO STR-LOG-PROGRAM-NAME
            END-IF

            OPEN OUTPUT LANG-TABLE-FILE
            IF STR-LANGTAB-STATUS NOT = "00"
             DISPLAY "LANGBLD - LANGTAB cannot be opened for "
                     "output - status " STR-LANGTAB-STATUS
             MOVE 1 TO I-WRITE-FAILED
             MOVE 12 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            PERFORM WRITE-ONE-LANGUAGE-ROW
                VARYING I-ROW-ITER FROM 1 BY 1
                UNTIL I-ROW-ITER > I-ROW-COUNT
                   OR I-WRITE-FAILED = 1
            CLOSE LANG-TABLE-FILE

            IF I-WRITE-FAILED = 1
             DISPLAY "LANGBLD - LANGTAB write failed - status "
                     STR-LANGTAB-STATUS " - restore LANGTAB before "
                     "the next solver run"
             MOVE 12 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            MOVE 1 TO I-ROW-WRITTEN

            CALL "LOG-CIPHER-EVENT" USING
             BY CONTENT STR-LOG-PROGRAM-NAME,
             BY CONTENT I-LOG-LEN,
             BY CONTENT I-LOG-SHIFT,
             BY CONTENT I-LOG-SUCCESS-FLAG.

           WRITE-ONE-LANGUAGE-ROW.
            WRITE REC-LANGTAB FROM LR-ROW(I-ROW-ITER)
            IF STR-LANGTAB-STATUS NOT = "00"
             MOVE 1 TO I-WRITE-FAILED
            END-IF.

           WRITE-RESULT-LINE.
            MOVE SPACES TO STR-RPT-RESULT
            EVALUATE TRUE
             WHEN I-WRITE-FAILED = 1
              MOVE "LANGTAB REWRITE FAILED" TO STR-RPT-RESULT
             WHEN I-ROW-WRITTEN = 1 AND I-OLD-SLOT > 0
              STRING "ROW REPLACED ON LANGTAB BY " DELIMITED BY SIZE
                     STR-OPERATOR-ID DELIMITED BY SPACE
                  INTO STR-RPT-RESULT
             WHEN I-ROW-WRITTEN = 1
              STRING "ROW ADDED TO LANGTAB BY " DELIMITED BY SIZE
                     STR-OPERATOR-ID DELIMITED BY SPACE
                  INTO STR-RPT-RESULT
             WHEN OTHER
              MOVE "LANGTAB NOT CHANGED" TO STR-RPT-RESULT
            END-EVALUATE

            WRITE REC-LANGRPT FROM STR-RPT-BLANK
            WRITE REC-LANGRPT FROM STR-RPT-RESULT
            CLOSE LANG-REPORT
            DISPLAY "LANGBLD - " FUNCTION TRIM(STR-RPT-RESULT).

           END PROGRAM LANGBLD.
