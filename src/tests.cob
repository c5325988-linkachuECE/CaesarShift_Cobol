             01 I-CRACK-CONFIDENCE    PIC 999.
             01 STR-CRACK-LANG        PIC X(3) VALUE "EN".
             01 I-CRACK-LANG-STATUS   PIC 9    VALUE 0.
      *    Affine-sweep vector - the same sentence under a=5 b=8
             01 STR-AFFINE-INPUT      PIC X(100)
                VALUE "Zrc pcjalezwav owll vaz nc zclcjwucx".
             01 I-NO-CRIBS            PIC 999  VALUE 0.
             01 NO-CRIB-TABLE.
               05 FILLER              PIC X(60) OCCURS 100 TIMES.
             01 I-SWEEP-A             PIC 99.
             01 I-SWEEP-B             PIC 99.
             01 STR-SWEEP-TYPE        PIC X(6).
             01 I-SWEEP-CRIB          PIC 999.

            LINKAGE SECTION.
      *    Return variable
            DISPLAY "  - Auto-crack agreement: '",
                    STR-CRACK-OUTPUT(1:I-STR-LEN), "'"

      *    // Confirm the affine sweep finds the affine key
            CALL "AFFINE-CRACK" USING
               STR-AFFINE-INPUT, I-STR-LEN, STR-CRACK-LANG,
               I-NO-CRIBS, NO-CRIB-TABLE, I-SWEEP-A, I-SWEEP-B,
               STR-SWEEP-TYPE, STR-CRACK-OUTPUT, I-CRACK-CONFIDENCE,
               I-SWEEP-CRIB, I-CRACK-LANG-STATUS.

            IF STR-CRACK-OUTPUT(1:I-STR-LEN)
                  NOT = STR-EXPECT-OUTPUT(1:I-STR-LEN)
                  OR STR-SWEEP-TYPE NOT = "AFFINE"
             MOVE 0 TO I-SOLVE-RESULT
             ADD 1 TO I-FAIL-COUNT
            ELSE
             ADD 1 TO I-PASS-COUNT
            END-IF

            DISPLAY "  - Affine sweep agreement (a=" I-SWEEP-A
                    " b=" I-SWEEP-B "): '",
                    STR-CRACK-OUTPUT(1:I-STR-LEN), "'"

            EXIT PROGRAM RETURNING I-SOLVE-RESULT.
           END PROGRAM TEST-SOLVE.

           END PROGRAM TEST-AFFINE.


      *    Exercises PLAYFAIR against the classic PLAYFAIR EXAMPLE
      *    square - the doubled EE is broken with a filler on the
      *    way in and the filler stripped on the way back - and
      *    the keyword validation on a key holding a digit
           IDENTIFICATION DIVISION.
           PROGRAM-ID. TEST-PLAYFAIR.

           DATA DIVISION.
            WORKING-STORAGE SECTION.
      *    Internal variables
             01 STR-TEST-INPUT     PIC X(100)
                VALUE "HIDETHEGOLDINTHETREESTUMP".
             01 STR-EXPECT-OUTPUT  PIC X(100)
                VALUE "BMODZBXDNABEKUDMUIXMMOUVIF".
             01 I-STR-LEN          PIC 999 VALUE 25.
             01 I-CIPHER-LEN       PIC 999 VALUE 26.
             01 I-CALL-LEN         PIC 999 VALUE 100.
             01 STR-TEST-CIPHER    PIC X(100).
             01 STR-TEST-OUTPUT    PIC X(100).
             01 STR-PF-KEYWORD     PIC X(16)
                VALUE "PLAYFAIREXAMPLE".
             01 I-PF-KEYLEN        PIC 99 VALUE 15.
             01 STR-BAD-KEYWORD    PIC X(16) VALUE "PLAY4FAIR".
             01 I-BAD-KEYLEN       PIC 99 VALUE 9.
             01 C-ENCRYPT-MODE     PIC X(1) VALUE "E".
             01 C-DECRYPT-MODE     PIC X(1) VALUE "D".
             01 C-CASE-MODE        PIC X(1) VALUE "N".
             01 I-HAD-PASSTHROUGH  PIC 9    VALUE 0.
             01 I-HAD-WRAPAROUND   PIC 9    VALUE 0.
             01 I-SHIFT-STATUS     PIC 9    VALUE 0.
             01 I-RECONCILE-OK     PIC 9    VALUE 1.

            LINKAGE SECTION.
      *    Return variable
             01 I-PLAYFAIR-RESULT  PIC 9 VALUE 1.
      *    Pass/fail tallies rolled up into the suite-wide summary
             01 I-PASS-COUNT       PIC 99 VALUE 0.
             01 I-FAIL-COUNT       PIC 99 VALUE 0.

           PROCEDURE DIVISION
            USING I-PASS-COUNT, I-FAIL-COUNT
            RETURNING I-PLAYFAIR-RESULT.

            DISPLAY "*** TESTING 'PLAYFAIR' ***"
            DISPLAY " "

            CALL "PLAYFAIR" USING
               STR-TEST-INPUT, I-CALL-LEN, STR-PF-KEYWORD,
               I-PF-KEYLEN, C-ENCRYPT-MODE, STR-TEST-CIPHER,
               C-CASE-MODE, I-HAD-PASSTHROUGH, I-HAD-WRAPAROUND,
               I-SHIFT-STATUS, I-RECONCILE-OK.

            IF STR-TEST-CIPHER(1:I-CIPHER-LEN)
                  NOT = STR-EXPECT-OUTPUT(1:I-CIPHER-LEN)
                  OR I-SHIFT-STATUS NOT = 0
                  OR I-RECONCILE-OK NOT = 1
             MOVE 0 TO I-PLAYFAIR-RESULT
             ADD 1 TO I-FAIL-COUNT
            ELSE
             ADD 1 TO I-PASS-COUNT
            END-IF

            DISPLAY "  - Playfair example vector: '",
                    STR-TEST-CIPHER(1:I-CIPHER-LEN), "'"

            CALL "PLAYFAIR" USING
               STR-TEST-CIPHER, I-CALL-LEN, STR-PF-KEYWORD,
               I-PF-KEYLEN, C-DECRYPT-MODE, STR-TEST-OUTPUT,
               C-CASE-MODE, I-HAD-PASSTHROUGH, I-HAD-WRAPAROUND,
               I-SHIFT-STATUS, I-RECONCILE-OK.

            IF STR-TEST-OUTPUT NOT = STR-TEST-INPUT
                  OR I-SHIFT-STATUS NOT = 0
             MOVE 0 TO I-PLAYFAIR-RESULT
             ADD 1 TO I-FAIL-COUNT
            ELSE
             ADD 1 TO I-PASS-COUNT
            END-IF

            DISPLAY "  - Playfair round trip:     '",
                    STR-TEST-OUTPUT(1:I-STR-LEN), "'"

      *    // A digit has no cell in the square - the call must
      *    // refuse the key through I-SHIFT-STATUS
            CALL "PLAYFAIR" USING
               STR-TEST-INPUT, I-CALL-LEN, STR-BAD-KEYWORD,
               I-BAD-KEYLEN, C-ENCRYPT-MODE, STR-TEST-CIPHER,
               C-CASE-MODE, I-HAD-PASSTHROUGH, I-HAD-WRAPAROUND,
               I-SHIFT-STATUS, I-RECONCILE-OK.

            IF I-SHIFT-STATUS NOT = 1
             MOVE 0 TO I-PLAYFAIR-RESULT
             ADD 1 TO I-FAIL-COUNT
            ELSE
             ADD 1 TO I-PASS-COUNT
            END-IF

            DISPLAY "  - Playfair bad key refused: STATUS="
                    I-SHIFT-STATUS

            EXIT PROGRAM RETURNING I-PLAYFAIR-RESULT.
           END PROGRAM TEST-PLAYFAIR.


           IDENTIFICATION DIVISION.
            PROGRAM-ID. CAESAR-CIPHER-TEST-SUITE.

             01 I-LONG-MSG-SUITE-RESULT PIC 9 VALUE 1.
             01 I-ATBASH-SUITE-RESULT  PIC 9 VALUE 1.
             01 I-AFFINE-SUITE-RESULT  PIC 9 VALUE 1.
             01 I-PLAYFAIR-SUITE-RESULT PIC 9 VALUE 1.

      *    Per-program pass/fail tallies, rolled up below into the
      *    one suite-wide summary
             01 I-ATBASH-FAIL-COUNT    PIC 99 VALUE 0.
             01 I-AFFINE-PASS-COUNT    PIC 99 VALUE 0.
             01 I-AFFINE-FAIL-COUNT    PIC 99 VALUE 0.
             01 I-PLAYFAIR-PASS-COUNT  PIC 99 VALUE 0.
             01 I-PLAYFAIR-FAIL-COUNT  PIC 99 VALUE 0.
             01 I-TOTAL-PASS-COUNT     PIC 999 VALUE 0.
             01 I-TOTAL-FAIL-COUNT     PIC 999 VALUE 0.

            CALL "TEST-AFFINE"
                USING I-AFFINE-PASS-COUNT, I-AFFINE-FAIL-COUNT
                RETURNING I-AFFINE-SUITE-RESULT.
            DISPLAY " ".
            CALL "TEST-PLAYFAIR"
                USING I-PLAYFAIR-PASS-COUNT, I-PLAYFAIR-FAIL-COUNT
                RETURNING I-PLAYFAIR-SUITE-RESULT.

            DISPLAY "CIPHERLOG_SUPPRESS" UPON ENVIRONMENT-NAME
            DISPLAY "N" UPON ENVIRONMENT-VALUE
                OR I-LONG-MSG-SUITE-RESULT = 0
                OR I-ATBASH-SUITE-RESULT = 0
                OR I-AFFINE-SUITE-RESULT = 0
                OR I-PLAYFAIR-SUITE-RESULT = 0
             MOVE 0 TO I-SUITE-RESULT
            END-IF

                I-ENCRYPT-PASS-COUNT + I-DECRYPT-PASS-COUNT
                    + I-SOLVE-PASS-COUNT + I-VIGENERE-PASS-COUNT
                    + I-LONG-MSG-PASS-COUNT + I-ATBASH-PASS-COUNT
                    + I-AFFINE-PASS-COUNT + I-PLAYFAIR-PASS-COUNT
            COMPUTE I-TOTAL-FAIL-COUNT =
                I-ENCRYPT-FAIL-COUNT + I-DECRYPT-FAIL-COUNT
                    + I-SOLVE-FAIL-COUNT + I-VIGENERE-FAIL-COUNT
                    + I-LONG-MSG-FAIL-COUNT + I-ATBASH-FAIL-COUNT
                    + I-AFFINE-FAIL-COUNT + I-PLAYFAIR-FAIL-COUNT

            DISPLAY "*** TEST SUITE SUMMARY ***"
            DISPLAY "  - TOTAL PASSED: ", I-TOTAL-PASS-COUNT
