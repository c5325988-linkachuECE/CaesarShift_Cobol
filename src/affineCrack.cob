      *    // Affine crack - the AUTO-CRACK idea carried over to the
      *    // affine family. Sweeps all 312 usable (a,b) keys - the
      *    // twelve 'a' values coprime with 26 against every 'b' -
      *    // and hands back the key whose decryption scores best.
      *    // The family takes in the a=1 keys, which are plain
      *    // Caesar shifts, and the a=25/b=25 key, which is the
      *    // Atbash mirror, so one sweep covers all three and the
      *    // winning key is labelled with the type it really is:
      *    //   AFFINE  any other usable key
      *    //   ATBASH  a=25 b=25
      *    //   CAESAR  a=1 with a non-zero b
      *    //   PLAIN   a=1 b=0 - the message was never enciphered
      *    // The caller's library cribs are tried first, against
      *    // every key, since a crib hit is a certain answer; only
      *    // when none lands is the key picked on letter frequency,
      *    // scored against the same LANGTAB table, with the same
      *    // chi-squared arithmetic and the same confidence scale
      *    // as AUTO-CRACK. The frequency sweep never builds the
      *    // 312 candidate texts: a key only relabels the letters,
      *    // so each key's score is read straight off one tally of
      *    // the ciphertext. Like AUTO-CRACK, the sweep drives no
      *    // cipher program that audits itself, and the one
      *    // AFFINE-CRACK line below is this program's own entry.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. AFFINE-CRACK.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT LANG-TABLE-FILE ASSIGN TO "LANGTAB"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-LANGTAB-STATUS.

           DATA DIVISION.
            FILE SECTION.
      *    One record per language - the code, then the 26 A-Z
      *    frequencies as 9V9999 digits with the decimal implied
             FD  LANG-TABLE-FILE.
             01 REC-LANGTAB.
               05 LT-CODE  PIC X(3).
               05 FILLER   PIC X(1).
               05 LT-PCT   PIC 9V9999 OCCURS 26 TIMES.

            WORKING-STORAGE SECTION.
      *    Standard English letter-frequency table (percent, A-Z),
      *    the same compiled-in backstop AUTO-CRACK holds for an
      *    EN run with no LANGTAB on hand
             01 FREQ-VALUES.
               05 FILLER PIC 9V9999 VALUE 0.0817.
               05 FILLER PIC 9V9999 VALUE 0.0149.
               05 FILLER PIC 9V9999 VALUE 0.0278.
               05 FILLER PIC 9V9999 VALUE 0.0425.
               05 FILLER PIC 9V9999 VALUE 0.1270.
               05 FILLER PIC 9V9999 VALUE 0.0223.
               05 FILLER PIC 9V9999 VALUE 0.0202.
               05 FILLER PIC 9V9999 VALUE 0.0609.
               05 FILLER PIC 9V9999 VALUE 0.0697.
               05 FILLER PIC 9V9999 VALUE 0.0015.
               05 FILLER PIC 9V9999 VALUE 0.0077.
               05 FILLER PIC 9V9999 VALUE 0.0403.
               05 FILLER PIC 9V9999 VALUE 0.0241.
               05 FILLER PIC 9V9999 VALUE 0.0675.
               05 FILLER PIC 9V9999 VALUE 0.0751.
               05 FILLER PIC 9V9999 VALUE 0.0193.
               05 FILLER PIC 9V9999 VALUE 0.0010.
               05 FILLER PIC 9V9999 VALUE 0.0599.
               05 FILLER PIC 9V9999 VALUE 0.0633.
               05 FILLER PIC 9V9999 VALUE 0.0906.
               05 FILLER PIC 9V9999 VALUE 0.0276.
               05 FILLER PIC 9V9999 VALUE 0.0098.
               05 FILLER PIC 9V9999 VALUE 0.0236.
               05 FILLER PIC 9V9999 VALUE 0.0015.
               05 FILLER PIC 9V9999 VALUE 0.0197.
               05 FILLER PIC 9V9999 VALUE 0.0007.
             01 FREQ-TABLE REDEFINES FREQ-VALUES.
               05 FREQ-PCT PIC 9V9999 OCCURS 26 TIMES.

      *    The table actually scored against - filled from LANGTAB
      *    for the requested language (or the English backstop
      *    above) and kept between calls so a batch reads the
      *    dataset once, not once per message
             01 LOADED-FREQ-TABLE.
               05 LOADED-FREQ-PCT PIC 9V9999 OCCURS 26 TIMES.
             01 STR-LOADED-LANG  PIC X(3) VALUE SPACES.
             01 STR-WANTED-LANG  PIC X(3).
             01 STR-LANGTAB-STATUS PIC X(2).
             01 I-LANGTAB-EOF    PIC 9.
             01 I-LANG-FOUND     PIC 9.

      *    The twelve 'a' values that have an inverse mod 26 - the
      *    only ones a decryption can be run with
             01 AFFINE-A-VALUES.
               05 FILLER PIC 99 VALUE 01.
               05 FILLER PIC 99 VALUE 03.
               05 FILLER PIC 99 VALUE 05.
               05 FILLER PIC 99 VALUE 07.
               05 FILLER PIC 99 VALUE 09.
               05 FILLER PIC 99 VALUE 11.
               05 FILLER PIC 99 VALUE 15.
               05 FILLER PIC 99 VALUE 17.
               05 FILLER PIC 99 VALUE 19.
               05 FILLER PIC 99 VALUE 21.
               05 FILLER PIC 99 VALUE 23.
               05 FILLER PIC 99 VALUE 25.
             01 AFFINE-A-TABLE REDEFINES AFFINE-A-VALUES.
               05 AT-A-VALUE PIC 99 OCCURS 12 TIMES.
             01 I-A-IDX          PIC 99.
             01 I-TRY-A          PIC 99.
             01 I-TRY-B          PIC 99.

      *    One tally of the ciphertext, case-folded - every key's
      *    score is read off it
             01 STR-FOLDED       PIC X(100).
             01 STR-ALPHA-UPPER  PIC X(26)
                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
             01 STR-ALPHA-LOWER  PIC X(26)
                 VALUE "abcdefghijklmnopqrstuvwxyz".
             01 I-LETTER-COUNT   PIC 9(4) OCCURS 26 TIMES.
             01 I-LTR            PIC 99.
             01 I-CIPHER-LTR     PIC 99.
             01 I-EXPECTED-CNT   PIC 9(4)V99.
             01 I-DIFF-CNT       PIC S9(4)V99.
             01 I-CHI-SQUARE     PIC 9(5)V99.
             01 I-BEST-CHI-SQ    PIC 9(5)V99.
             01 I-BEST-A         PIC 99.
             01 I-BEST-B         PIC 99.

      *    Crib-pass fields - each library phrase's trimmed length
      *    is worked out once per call, then every key's candidate
      *    is searched for every phrase
             01 CRIB-LEN-TABLE.
               05 CT-CRIB-LEN    PIC 999 OCCURS 100 TIMES.
             01 I-CRIB-ITER      PIC 999.
             01 I-CRIB-TALLY     PIC 999.
             01 STR-CANDIDATE    PIC X(100).
             01 I-MAP-STATUS     PIC 9.

             01 STR-LOG-PROGRAM-NAME PIC X(16) VALUE "AFFINE-CRACK".
             01 I-LOG-SHIFT          PIC S99.
             01 I-LOG-SUCCESS-FLAG   PIC 9     VALUE 1.

            LINKAGE SECTION.
             COPY "strrec.cpy".
             01 STR-LANG-CODE    PIC X(3).
      *    The caller's crib library - the same 60-byte phrase table
      *    SOLVE-BATCH loads from CRIBLIB; a zero count skips the
      *    crib pass
             01 I-CRIB-COUNT     PIC 999.
             01 CRIB-TABLE.
               05 CT-CRIB        PIC X(60) OCCURS 100 TIMES.
             01 I-RESULT-A       PIC 99.
             01 I-RESULT-B       PIC 99.
             01 STR-RESULT-TYPE  PIC X(6).
             01 STR-RESULT       PIC X(100).
             01 I-CONFIDENCE     PIC 999.
      *    Which library crib resolved the message - zero when the
      *    key came from frequency scoring
             01 I-CRIB-NUM       PIC 999.
             01 I-LANG-STATUS    PIC 9.

           PROCEDURE DIVISION
               USING STR-INPUT, I-INPUT-LEN, STR-LANG-CODE,
                     I-CRIB-COUNT, CRIB-TABLE, I-RESULT-A,
                     I-RESULT-B, STR-RESULT-TYPE, STR-RESULT,
                     I-CONFIDENCE, I-CRIB-NUM, I-LANG-STATUS.

           MAINLINE.
            MOVE 0      TO I-LANG-STATUS
            MOVE 0      TO I-CRIB-NUM
            MOVE 0      TO I-RESULT-A
            MOVE 0      TO I-RESULT-B
            MOVE SPACES TO STR-RESULT-TYPE
            MOVE SPACES TO STR-RESULT
            MOVE 0      TO I-CONFIDENCE

      *     A blank language code means English, the same default
      *     AUTO-CRACK applies
            MOVE FUNCTION UPPER-CASE(STR-LANG-CODE)
                TO STR-WANTED-LANG
            IF STR-WANTED-LANG = SPACES
             MOVE "EN" TO STR-WANTED-LANG
            END-IF

            IF STR-WANTED-LANG NOT = STR-LOADED-LANG
             PERFORM LOAD-LANGUAGE-TABLE
            END-IF

            IF I-LANG-STATUS = 1
             EXIT PROGRAM
            END-IF

      *     The library goes first - a crib hit is a certain
      *     answer, where the frequency score is only a best guess
            IF I-CRIB-COUNT > 0
             PERFORM MEASURE-ONE-CRIB
                 VARYING I-CRIB-ITER FROM 1 BY 1
                 UNTIL I-CRIB-ITER > I-CRIB-COUNT
             PERFORM TRY-CRIBS-UNDER-KEY
                 VARYING I-A-IDX FROM 1 BY 1
                 UNTIL I-A-IDX > 12 OR I-CRIB-NUM > 0
            END-IF

            IF I-CRIB-NUM > 0
             MOVE 100 TO I-CONFIDENCE
            ELSE
             PERFORM SCORE-ALL-KEYS
            END-IF

            MOVE I-BEST-A TO I-RESULT-A
            MOVE I-BEST-B TO I-RESULT-B

            CALL "AFFINE-MAP" USING
                STR-INPUT, I-INPUT-LEN, I-BEST-A, I-BEST-B,
                STR-RESULT, I-MAP-STATUS

            EVALUATE TRUE
             WHEN I-BEST-A = 1 AND I-BEST-B = 0
              MOVE "PLAIN"  TO STR-RESULT-TYPE
             WHEN I-BEST-A = 1
              MOVE "CAESAR" TO STR-RESULT-TYPE
             WHEN I-BEST-A = 25 AND I-BEST-B = 25
              MOVE "ATBASH" TO STR-RESULT-TYPE
             WHEN OTHER
              MOVE "AFFINE" TO STR-RESULT-TYPE
            END-EVALUATE

            MOVE I-BEST-A TO I-LOG-SHIFT
            CALL "LOG-CIPHER-EVENT" USING
             BY CONTENT STR-LOG-PROGRAM-NAME,
             BY CONTENT I-INPUT-LEN,
             BY CONTENT I-LOG-SHIFT,
             BY CONTENT I-LOG-SUCCESS-FLAG

            EXIT PROGRAM.

      *    /////////////////////////////////////////////////////////////
      *    Loads the requested language's 26-entry frequency table
      *    from LANGTAB, the same way AUTO-CRACK does: an EN
      *    request with no LANGTAB row falls back to the compiled-
      *    in English table, any other missing language fails
      *    clean through I-LANG-STATUS
      *    /////////////////////////////////////////////////////////////
           LOAD-LANGUAGE-TABLE.
            MOVE 0 TO I-LANG-FOUND
            MOVE 0 TO I-LANGTAB-EOF

            OPEN INPUT LANG-TABLE-FILE
            IF STR-LANGTAB-STATUS NOT = "35"
             PERFORM SCAN-ONE-LANGUAGE
                 UNTIL I-LANG-FOUND = 1 OR I-LANGTAB-EOF = 1
             CLOSE LANG-TABLE-FILE
            END-IF

            IF I-LANG-FOUND = 0
             IF STR-WANTED-LANG = "EN"
              MOVE FREQ-TABLE TO LOADED-FREQ-TABLE
              MOVE STR-WANTED-LANG TO STR-LOADED-LANG
             ELSE
              DISPLAY "AFFCRACK - no LANGTAB table for language: "
                      STR-WANTED-LANG
              MOVE 1 TO I-LANG-STATUS
             END-IF
            END-IF.

           SCAN-ONE-LANGUAGE.
            READ LANG-TABLE-FILE
                AT END MOVE 1 TO I-LANGTAB-EOF
            END-READ

      *     A hand-mangled table row is treated the same as no row
      *     at all, exactly as AUTO-CRACK treats it
            IF I-LANGTAB-EOF = 0
                  AND FUNCTION UPPER-CASE(LT-CODE) = STR-WANTED-LANG
             IF REC-LANGTAB(5:130) IS NUMERIC
              MOVE REC-LANGTAB(5:130) TO LOADED-FREQ-TABLE
              MOVE STR-WANTED-LANG TO STR-LOADED-LANG
              MOVE 1 TO I-LANG-FOUND
             ELSE
              DISPLAY "AFFCRACK - LANGTAB row for " STR-WANTED-LANG
                      " is not numeric - row ignored"
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Crib pass - every key's candidate is searched for every
      *    library phrase, and the first hit settles the message
      *    /////////////////////////////////////////////////////////////
           MEASURE-ONE-CRIB.
            COMPUTE CT-CRIB-LEN(I-CRIB-ITER) =
                FUNCTION LENGTH(FUNCTION TRIM(CT-CRIB(I-CRIB-ITER))).

           TRY-CRIBS-UNDER-KEY.
            MOVE AT-A-VALUE(I-A-IDX) TO I-TRY-A
            PERFORM TRY-CRIBS-UNDER-ONE-B
                VARYING I-TRY-B FROM 0 BY 1
                UNTIL I-TRY-B > 25 OR I-CRIB-NUM > 0.

           TRY-CRIBS-UNDER-ONE-B.
            CALL "AFFINE-MAP" USING
                STR-INPUT, I-INPUT-LEN, I-TRY-A, I-TRY-B,
                STR-CANDIDATE, I-MAP-STATUS

            PERFORM TRY-ONE-CRIB
                VARYING I-CRIB-ITER FROM 1 BY 1
                UNTIL I-CRIB-ITER > I-CRIB-COUNT OR I-CRIB-NUM > 0.

           TRY-ONE-CRIB.
      *     A crib longer than the message can never be inside it
            IF CT-CRIB-LEN(I-CRIB-ITER) > I-INPUT-LEN
                  OR CT-CRIB-LEN(I-CRIB-ITER) = 0
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-CRIB-TALLY
            INSPECT STR-CANDIDATE(1:I-INPUT-LEN)
                TALLYING I-CRIB-TALLY
                FOR ALL CT-CRIB(I-CRIB-ITER)
                        (1:CT-CRIB-LEN(I-CRIB-ITER))

            IF I-CRIB-TALLY > 0
             MOVE I-CRIB-ITER TO I-CRIB-NUM
             MOVE I-TRY-A     TO I-BEST-A
             MOVE I-TRY-B     TO I-BEST-B
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Frequency pass - tallies the ciphertext once, then scores
      *    every key by reading the tally through that key's
      *    letter mapping. Plaintext letter x enciphers to
      *    (a*x + b) mod 26, so the count the decryption would show
      *    for x is the ciphertext count at that position
      *    /////////////////////////////////////////////////////////////
           SCORE-ALL-KEYS.
            MOVE SPACES TO STR-FOLDED
            IF I-INPUT-LEN > 0
             MOVE STR-INPUT(1:I-INPUT-LEN)
                 TO STR-FOLDED(1:I-INPUT-LEN)
            END-IF
            INSPECT STR-FOLDED CONVERTING STR-ALPHA-LOWER
                TO STR-ALPHA-UPPER

            PERFORM COUNT-ONE-LETTER
                VARYING I-LTR FROM 1 BY 1 UNTIL I-LTR > 26

      *     The VALUE clause only initializes once per run unit -
      *     every message starts its sweep from a clean best score
            MOVE 99999.99 TO I-BEST-CHI-SQ
            MOVE 1        TO I-BEST-A
            MOVE 0        TO I-BEST-B

            PERFORM SCORE-KEYS-UNDER-A
                VARYING I-A-IDX FROM 1 BY 1 UNTIL I-A-IDX > 12

      *     Turn the chi-squared score into a rough confidence
      *     percentage on AUTO-CRACK's scale - the lower the score,
      *     the closer to 100
            IF I-BEST-CHI-SQ > 100
             MOVE 0 TO I-CONFIDENCE
            ELSE
             COMPUTE I-CONFIDENCE = 100 - I-BEST-CHI-SQ
            END-IF.

           COUNT-ONE-LETTER.
            MOVE 0 TO I-LETTER-COUNT(I-LTR)
            INSPECT STR-FOLDED TALLYING I-LETTER-COUNT(I-LTR)
                FOR ALL STR-ALPHA-UPPER(I-LTR:1).

           SCORE-KEYS-UNDER-A.
            MOVE AT-A-VALUE(I-A-IDX) TO I-TRY-A
            PERFORM SCORE-ONE-KEY
                VARYING I-TRY-B FROM 0 BY 1 UNTIL I-TRY-B > 25.

           SCORE-ONE-KEY.
            MOVE 0 TO I-CHI-SQUARE
            PERFORM SCORE-ONE-LETTER
                VARYING I-LTR FROM 1 BY 1 UNTIL I-LTR > 26

            IF I-CHI-SQUARE < I-BEST-CHI-SQ
             MOVE I-CHI-SQUARE TO I-BEST-CHI-SQ
             MOVE I-TRY-A      TO I-BEST-A
             MOVE I-TRY-B      TO I-BEST-B
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    One letter's chi-squared term - the same arithmetic and
      *    the same zero-expectation guard as AUTO-CRACK's
      *    SCORE-CANDIDATE
      *    /////////////////////////////////////////////////////////////
           SCORE-ONE-LETTER.
            COMPUTE I-CIPHER-LTR =
                FUNCTION MOD(I-TRY-A * (I-LTR - 1) + I-TRY-B, 26) + 1
            COMPUTE I-EXPECTED-CNT =
                LOADED-FREQ-PCT(I-LTR) * I-INPUT-LEN

            IF I-EXPECTED-CNT > 0
             COMPUTE I-DIFF-CNT =
                 I-LETTER-COUNT(I-CIPHER-LTR) - I-EXPECTED-CNT
             COMPUTE I-CHI-SQUARE =
                 I-CHI-SQUARE +
                 ((I-DIFF-CNT * I-DIFF-CNT) / I-EXPECTED-CNT)
            END-IF.

           END PROGRAM AFFINE-CRACK.


      *    // Affine map - deciphers a message under one affine key
      *    // (a,b) as the ENCRYPTING key, for the cracking and
      *    // review programs that need to show a candidate. It is
      *    // AFFINE-SHIFT's decrypt leg without the audit line: a
      *    // brute-force trial or an analyst's look at a candidate
      *    // is not a decrypt of anyone's traffic, and an AFFINE
      *    // line per trial would throw CIPHBAL's affine balance
      *    // off for any real run sharing the day. Letters keep
      *    // their case; everything else passes through. An 'a'
      *    // with no inverse mod 26 comes back as I-MAP-STATUS 1
      *    // with a blank output.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. AFFINE-MAP.

           DATA DIVISION.
            WORKING-STORAGE SECTION.
             01 STR-ALPHA-FROM.
               05 FILLER         PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               05 FILLER         PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
             01 STR-ALPHA-TO     PIC X(52).
             01 I-AFFINE-INV     PIC 99.
             01 I-INV-TRIAL      PIC 99.
             01 I-CIPHER-Y       PIC 99.
             01 I-PLAIN-X        PIC 99.

            LINKAGE SECTION.
             COPY "strrec.cpy".
             01 I-AFFINE-A       PIC 99.
             01 I-AFFINE-B       PIC 99.
             01 STR-RESULT       PIC X(100).
             01 I-MAP-STATUS     PIC 9.

           PROCEDURE DIVISION
               USING STR-INPUT, I-INPUT-LEN, I-AFFINE-A, I-AFFINE-B,
                     STR-RESULT, I-MAP-STATUS.

           MAINLINE.
            MOVE SPACES TO STR-RESULT
            MOVE 0      TO I-MAP-STATUS

            MOVE 0 TO I-AFFINE-INV
            PERFORM FIND-ONE-INVERSE
                VARYING I-INV-TRIAL FROM 1 BY 1
                UNTIL I-INV-TRIAL > 25

            IF I-AFFINE-INV = 0 OR I-AFFINE-B > 25
             MOVE 1 TO I-MAP-STATUS
             EXIT PROGRAM
            END-IF

      *     Cipher letter y deciphers to inverse(a) * (y - b), so
      *     one pass over the alphabet gives the whole mapping and
      *     a single CONVERTING applies it to the message
            PERFORM MAP-ONE-LETTER
                VARYING I-CIPHER-Y FROM 0 BY 1 UNTIL I-CIPHER-Y > 25

            IF I-INPUT-LEN > 0
             MOVE STR-INPUT(1:I-INPUT-LEN)
                 TO STR-RESULT(1:I-INPUT-LEN)
             INSPECT STR-RESULT(1:I-INPUT-LEN)
                 CONVERTING STR-ALPHA-FROM TO STR-ALPHA-TO
            END-IF

            EXIT PROGRAM.

           FIND-ONE-INVERSE.
            IF FUNCTION MOD(I-AFFINE-A * I-INV-TRIAL, 26) = 1
             MOVE I-INV-TRIAL TO I-AFFINE-INV
            END-IF.

           MAP-ONE-LETTER.
            COMPUTE I-PLAIN-X = FUNCTION MOD(
                I-AFFINE-INV * (I-CIPHER-Y + 26 - I-AFFINE-B), 26)
            MOVE STR-ALPHA-FROM(I-PLAIN-X + 1:1)
                TO STR-ALPHA-TO(I-CIPHER-Y + 1:1)
            MOVE STR-ALPHA-FROM(I-PLAIN-X + 27:1)
                TO STR-ALPHA-TO(I-CIPHER-Y + 27:1).

           END PROGRAM AFFINE-MAP.
