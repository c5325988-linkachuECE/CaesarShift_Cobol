      *    // Playfair digraph cipher - the first cipher in the house
      *    // that works on letter PAIRS. The keyword (letters only,
      *    // J read as I) is written into a 5x5 square with the
      *    // rest of the 25-letter alphabet behind it, and each
      *    // pair of message letters is replaced by the pair the
      *    // square gives it: two letters in one row take the
      *    // letters to their right, two in one column the letters
      *    // below, and any other pair the opposite corners of its
      *    // rectangle. Decrypt walks left and up instead.
      *    //
      *    // The usual preparation rules apply on encrypt: J is
      *    // merged into I, a pair that would be a doubled letter
      *    // is broken with a filler X (Q when the doubled letter
      *    // is X itself), and an odd last letter is padded the same
      *    // way. The pairs are taken across the letters of the
      *    // whole record; spaces, digits and punctuation pass
      *    // through where they stand, so word shapes survive the
      *    // way they do under the substitution ciphers. Fillers
      *    // lengthen the record - a record whose prepared text no
      *    // longer fits the field is refused through the same
      *    // I-SHIFT-STATUS discipline ENCRYPT uses for a bad
      *    // shift, as is a keyword holding anything but letters and
      *    // a ciphertext with an odd number of letters.
      *    //
      *    // Decrypt strips the fillers where it can tell them from
      *    // message text - an X between two of the same letter,
      *    // and the pad on the last pair. A message that itself
      *    // holds such a pattern cannot come back letter for
      *    // letter; encrypt proves its own output by running it
      *    // back through the decrypt side and hands the result
      *    // back in I-RECONCILE-OK, so such a record is caught
      *    // when it is sent rather than when it is read.
      *    //
      *    // The passthrough tally flags a call where a character
      *    // other than a letter or space passed through unchanged;
      *    // the wraparound tally flags a call where a row or
      *    // column move ran off the edge of the square.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. PLAYFAIR.

           DATA DIVISION.
            WORKING-STORAGE SECTION.
      *    Internal variables
             01 STR-ALPHABET       PIC X(26)
                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
             01 C-CHAR             PIC X(1).
             01 C-UPPER            PIC X(1).
             01 I-ALPHA-ITER       PIC 99.
             01 I-KW-ITER          PIC 99.
             01 I-LETTER-NUM       PIC 99.

      *    The key square, row by row, and each letter's cell in
      *    it - J shares I's cell
             01 STR-SQUARE         PIC X(25).
             01 I-CELL-COUNT       PIC 99.
             01 LETTER-CELL-TABLE.
               05 I-LETTER-CELL    PIC 99 OCCURS 26 TIMES.

      *    Work text - the record being prepared or deciphered,
      *    the case each letter position carries, and the letter
      *    positions in order, taken in pairs
             01 STR-WORK-IN        PIC X(100).
             01 STR-WORK-OUT       PIC X(100).
             01 STR-CASE-MAP       PIC X(100).
             01 STR-DROP-MAP       PIC X(100).
             01 STR-COMPACT        PIC X(100).
             01 STR-NORMAL         PIC X(100).
             01 I-CONTENT-LEN      PIC 999.
             01 I-IN-POS           PIC 999.
             01 I-OUT-LEN          PIC 999.
             01 I-LETTER-COUNT     PIC 999.
             01 LETTER-POS-TABLE.
               05 I-LETTER-POS     PIC 999 OCCURS 100 TIMES.

      *    Pair preparation - the first letter of a pair waits here
      *    until its partner arrives
             01 I-PENDING          PIC 9.
             01 C-PENDING-LETTER   PIC X(1).
             01 C-PENDING-CASE     PIC X(1).
             01 C-THIS-CASE        PIC X(1).
             01 C-FILLER-LETTER    PIC X(1).

      *    One digraph through the square
             01 C-SUB-MODE         PIC X(1).
               88 I-SUB-DECRYPT          VALUE "D".
             01 I-PAIR-ITER        PIC 999.
             01 I-POS-1            PIC 999.
             01 I-POS-2            PIC 999.
             01 C-LETTER-1         PIC X(1).
             01 C-LETTER-2         PIC X(1).
             01 C-NEXT-LETTER      PIC X(1).
             01 I-CELL-1           PIC 99.
             01 I-CELL-2           PIC 99.
             01 I-ROW-1            PIC 9.
             01 I-COL-1            PIC 9.
             01 I-ROW-2            PIC 9.
             01 I-COL-2            PIC 9.
             01 I-SWAP-COL         PIC 9.

      *    The reconcile pass must not disturb the call's tallies
             01 I-SAVE-PASSTHROUGH PIC 9.
             01 I-SAVE-WRAPAROUND  PIC 9.

             01 STR-LOG-PROGRAM-NAME PIC X(16) VALUE "PLAYFAIR".
             01 I-LOG-SHIFT          PIC S99   VALUE 0.
             01 I-LOG-SUCCESS-FLAG   PIC 9.

            LINKAGE SECTION.
      *    Input/output arguments
             COPY "strrec.cpy".
             01 STR-PF-KEYWORD     PIC X(16).
             01 I-PF-KEYLEN        PIC 99.
             01 C-PF-MODE          PIC X(1).
               88 I-PF-DECRYPT          VALUE "D" "d".

           PROCEDURE DIVISION
            USING STR-INPUT, I-INPUT-LEN, STR-PF-KEYWORD,
                  I-PF-KEYLEN, C-PF-MODE, STR-OUTPUT,
                  C-CASE-MODE, I-HAD-PASSTHROUGH, I-HAD-WRAPAROUND,
                  I-SHIFT-STATUS, I-RECONCILE-OK.

           MAINLINE.
            MOVE SPACES TO STR-OUTPUT
            MOVE 0 TO I-HAD-PASSTHROUGH
            MOVE 0 TO I-HAD-WRAPAROUND
            MOVE 0 TO I-SHIFT-STATUS
            MOVE 1 TO I-RECONCILE-OK
            MOVE 1 TO I-LOG-SUCCESS-FLAG

            PERFORM VALIDATE-KEYWORD
            IF NOT I-SHIFT-RANGE-ERROR
             PERFORM BUILD-KEY-SQUARE
             IF I-PF-DECRYPT
              MOVE STR-INPUT TO STR-WORK-IN
              PERFORM DECIPHER-WORK-TEXT
             ELSE
              PERFORM ENCIPHER-RECORD
             END-IF
            END-IF

            IF I-SHIFT-RANGE-ERROR
             MOVE SPACES TO STR-OUTPUT
             MOVE 0 TO I-LOG-SUCCESS-FLAG
            ELSE
             IF I-PF-DECRYPT
              MOVE STR-WORK-OUT TO STR-OUTPUT
             END-IF
            END-IF

            MOVE I-PF-KEYLEN TO I-LOG-SHIFT
            CALL "LOG-CIPHER-EVENT" USING
             BY CONTENT STR-LOG-PROGRAM-NAME,
             BY CONTENT I-INPUT-LEN,
             BY CONTENT I-LOG-SHIFT,
             BY CONTENT I-LOG-SUCCESS-FLAG

            EXIT PROGRAM.

      *    /////////////////////////////////////////////////////////////
      *    A Playfair keyword is one to sixteen letters - anything
      *    else has no place in the square, and a bad key refuses
      *    the call whole rather than emitting a record nobody can
      *    undo
      *    /////////////////////////////////////////////////////////////
           VALIDATE-KEYWORD.
            IF I-PF-KEYLEN < 1 OR I-PF-KEYLEN > 16
             MOVE 1 TO I-SHIFT-STATUS
             EXIT PARAGRAPH
            END-IF

            PERFORM CHECK-ONE-KEY-LETTER
                VARYING I-KW-ITER FROM 1 BY 1
                UNTIL I-KW-ITER > I-PF-KEYLEN
                   OR I-SHIFT-RANGE-ERROR.

           CHECK-ONE-KEY-LETTER.
            MOVE FUNCTION UPPER-CASE(STR-PF-KEYWORD(I-KW-ITER:1))
                TO C-UPPER
            IF C-UPPER IS NOT ALPHABETIC-UPPER OR C-UPPER = SPACE
             MOVE 1 TO I-SHIFT-STATUS
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Fills the square - the keyword's letters first, each
      *    only the first time it appears, then the rest of the
      *    alphabet in order, J skipped throughout
      *    /////////////////////////////////////////////////////////////
           BUILD-KEY-SQUARE.
            MOVE SPACES TO STR-SQUARE
            MOVE 0 TO I-CELL-COUNT
            MOVE ALL ZEROES TO LETTER-CELL-TABLE

            PERFORM PLACE-KEYWORD-LETTER
                VARYING I-KW-ITER FROM 1 BY 1
                UNTIL I-KW-ITER > I-PF-KEYLEN
            PERFORM PLACE-ALPHABET-LETTER
                VARYING I-ALPHA-ITER FROM 1 BY 1
                UNTIL I-ALPHA-ITER > 26

      *     J takes I's cell, so a J anywhere enciphers as an I
            MOVE I-LETTER-CELL(9) TO I-LETTER-CELL(10).

           PLACE-KEYWORD-LETTER.
            MOVE FUNCTION UPPER-CASE(STR-PF-KEYWORD(I-KW-ITER:1))
                TO C-UPPER
            PERFORM PLACE-ONE-LETTER.

           PLACE-ALPHABET-LETTER.
            MOVE STR-ALPHABET(I-ALPHA-ITER:1) TO C-UPPER
            PERFORM PLACE-ONE-LETTER.

           PLACE-ONE-LETTER.
            IF C-UPPER = "J"
             MOVE "I" TO C-UPPER
            END-IF
            COMPUTE I-LETTER-NUM =
                FUNCTION ORD(C-UPPER) - FUNCTION ORD("A") + 1
            IF I-LETTER-CELL(I-LETTER-NUM) = 0
             ADD 1 TO I-CELL-COUNT
             MOVE C-UPPER TO STR-SQUARE(I-CELL-COUNT:1)
             MOVE I-CELL-COUNT TO I-LETTER-CELL(I-LETTER-NUM)
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Encrypt - prepare the pairs, run them through the square,
      *    then prove the output by deciphering it again and
      *    comparing against the input as the square sees it (J as
      *    I, and upper case when the run forces it)
      *    /////////////////////////////////////////////////////////////
           ENCIPHER-RECORD.
            MOVE STR-INPUT TO STR-WORK-IN
            PERFORM PREPARE-PLAINTEXT
            IF I-SHIFT-RANGE-ERROR
             EXIT PARAGRAPH
            END-IF

            MOVE "E" TO C-SUB-MODE
            PERFORM SUBSTITUTE-ONE-PAIR
                VARYING I-PAIR-ITER FROM 1 BY 2
                UNTIL I-PAIR-ITER > I-LETTER-COUNT
            MOVE STR-WORK-OUT TO STR-OUTPUT

            MOVE I-HAD-PASSTHROUGH TO I-SAVE-PASSTHROUGH
            MOVE I-HAD-WRAPAROUND  TO I-SAVE-WRAPAROUND
            MOVE STR-OUTPUT TO STR-WORK-IN
            PERFORM DECIPHER-WORK-TEXT
            IF I-SHIFT-RANGE-ERROR
                  OR STR-WORK-OUT(1:I-INPUT-LEN)
                     NOT = STR-NORMAL(1:I-INPUT-LEN)
             MOVE 0 TO I-RECONCILE-OK
             MOVE 0 TO I-SHIFT-STATUS
            END-IF
            MOVE I-SAVE-PASSTHROUGH TO I-HAD-PASSTHROUGH
            MOVE I-SAVE-WRAPAROUND  TO I-HAD-WRAPAROUND.

      *    /////////////////////////////////////////////////////////////
      *    Lays the record out again with its fillers in place -
      *    a filler goes in where the doubled letter arrives, and
      *    the pad right after the last letter - noting where each
      *    letter landed and the case it came in
      *    /////////////////////////////////////////////////////////////
           PREPARE-PLAINTEXT.
            PERFORM FIND-CONTENT-LENGTH
            MOVE SPACES TO STR-WORK-OUT
            MOVE SPACES TO STR-CASE-MAP
            MOVE SPACES TO STR-NORMAL
            MOVE 0 TO I-OUT-LEN
            MOVE 0 TO I-LETTER-COUNT
            MOVE 0 TO I-PENDING

            PERFORM PREPARE-ONE-CHAR
                VARYING I-IN-POS FROM 1 BY 1
                UNTIL I-IN-POS > I-CONTENT-LEN
                   OR I-SHIFT-RANGE-ERROR

            IF I-PENDING = 1 AND NOT I-SHIFT-RANGE-ERROR
             PERFORM APPEND-FILLER
            END-IF.

           FIND-CONTENT-LENGTH.
            IF STR-WORK-IN(1:I-INPUT-LEN) = SPACES
             MOVE 0 TO I-CONTENT-LEN
            ELSE
             COMPUTE I-CONTENT-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(STR-WORK-IN(1:I-INPUT-LEN) TRAILING))
            END-IF.

           PREPARE-ONE-CHAR.
            MOVE STR-WORK-IN(I-IN-POS:1) TO C-CHAR
            PERFORM NOTE-NORMAL-CHAR

            IF (C-CHAR IS ALPHABETIC-UPPER
                  OR C-CHAR IS ALPHABETIC-LOWER)
                  AND C-CHAR NOT = SPACE
             MOVE FUNCTION UPPER-CASE(C-CHAR) TO C-UPPER
             IF C-UPPER = "J"
              MOVE "I" TO C-UPPER
             END-IF
             IF C-CHAR IS ALPHABETIC-LOWER AND NOT I-FORCE-UPPERCASE
              MOVE "L" TO C-THIS-CASE
             ELSE
              MOVE "U" TO C-THIS-CASE
             END-IF

             IF I-PENDING = 1 AND C-UPPER = C-PENDING-LETTER
              PERFORM APPEND-FILLER
             END-IF
             PERFORM APPEND-LETTER
            ELSE
             IF C-CHAR NOT = SPACE
              MOVE 1 TO I-HAD-PASSTHROUGH
             END-IF
             PERFORM APPEND-OUT-POSITION
             IF NOT I-SHIFT-RANGE-ERROR
              MOVE C-CHAR TO STR-WORK-OUT(I-OUT-LEN:1)
             END-IF
            END-IF.

      *    The input as the decrypt side can give it back - J as I,
      *    and upper case when the run forces it
           NOTE-NORMAL-CHAR.
            EVALUATE TRUE
             WHEN C-CHAR = "J"
              MOVE "I" TO STR-NORMAL(I-IN-POS:1)
             WHEN C-CHAR = "j" AND I-FORCE-UPPERCASE
              MOVE "I" TO STR-NORMAL(I-IN-POS:1)
             WHEN C-CHAR = "j"
              MOVE "i" TO STR-NORMAL(I-IN-POS:1)
             WHEN I-FORCE-UPPERCASE
              MOVE FUNCTION UPPER-CASE(C-CHAR)
                  TO STR-NORMAL(I-IN-POS:1)
             WHEN OTHER
              MOVE C-CHAR TO STR-NORMAL(I-IN-POS:1)
            END-EVALUATE.

           APPEND-LETTER.
            PERFORM APPEND-OUT-POSITION
            IF I-SHIFT-RANGE-ERROR
             EXIT PARAGRAPH
            END-IF

            MOVE C-UPPER     TO STR-WORK-OUT(I-OUT-LEN:1)
            MOVE C-THIS-CASE TO STR-CASE-MAP(I-OUT-LEN:1)
            ADD 1 TO I-LETTER-COUNT
            MOVE I-OUT-LEN TO I-LETTER-POS(I-LETTER-COUNT)

            IF I-PENDING = 0
             MOVE 1 TO I-PENDING
             MOVE C-UPPER     TO C-PENDING-LETTER
             MOVE C-THIS-CASE TO C-PENDING-CASE
            ELSE
             MOVE 0 TO I-PENDING
            END-IF.

      *    Closes the waiting pair with a filler in the waiting
      *    letter's case
           APPEND-FILLER.
            IF C-PENDING-LETTER = "X"
             MOVE "Q" TO C-FILLER-LETTER
            ELSE
             MOVE "X" TO C-FILLER-LETTER
            END-IF

            PERFORM APPEND-OUT-POSITION
            IF I-SHIFT-RANGE-ERROR
             EXIT PARAGRAPH
            END-IF

            MOVE C-FILLER-LETTER TO STR-WORK-OUT(I-OUT-LEN:1)
            MOVE C-PENDING-CASE  TO STR-CASE-MAP(I-OUT-LEN:1)
            ADD 1 TO I-LETTER-COUNT
            MOVE I-OUT-LEN TO I-LETTER-POS(I-LETTER-COUNT)
            MOVE 0 TO I-PENDING.

           APPEND-OUT-POSITION.
            IF I-OUT-LEN NOT < I-INPUT-LEN
             MOVE 1 TO I-SHIFT-STATUS
            ELSE
             ADD 1 TO I-OUT-LEN
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Decrypt - every letter stays where it stands, the pairs
      *    go back through the square, and the fillers the encrypt
      *    side would have put in are taken back out
      *    /////////////////////////////////////////////////////////////
           DECIPHER-WORK-TEXT.
            PERFORM FIND-CONTENT-LENGTH
            MOVE STR-WORK-IN TO STR-WORK-OUT
            MOVE SPACES TO STR-CASE-MAP
            MOVE 0 TO I-LETTER-COUNT

            PERFORM SCAN-ONE-CIPHER-CHAR
                VARYING I-IN-POS FROM 1 BY 1
                UNTIL I-IN-POS > I-CONTENT-LEN

            IF FUNCTION MOD(I-LETTER-COUNT, 2) NOT = 0
             MOVE 1 TO I-SHIFT-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE "D" TO C-SUB-MODE
            PERFORM SUBSTITUTE-ONE-PAIR
                VARYING I-PAIR-ITER FROM 1 BY 2
                UNTIL I-PAIR-ITER > I-LETTER-COUNT
                   OR I-SHIFT-RANGE-ERROR
            IF I-SHIFT-RANGE-ERROR
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO STR-DROP-MAP
            PERFORM MARK-ONE-FILLER
                VARYING I-PAIR-ITER FROM 2 BY 2
                UNTIL I-PAIR-ITER > I-LETTER-COUNT

            MOVE SPACES TO STR-COMPACT
            MOVE 0 TO I-OUT-LEN
            PERFORM KEEP-ONE-POSITION
                VARYING I-IN-POS FROM 1 BY 1
                UNTIL I-IN-POS > I-INPUT-LEN
            MOVE STR-COMPACT TO STR-WORK-OUT.

           SCAN-ONE-CIPHER-CHAR.
            MOVE STR-WORK-IN(I-IN-POS:1) TO C-CHAR
            IF (C-CHAR IS ALPHABETIC-UPPER
                  OR C-CHAR IS ALPHABETIC-LOWER)
                  AND C-CHAR NOT = SPACE
             IF C-CHAR IS ALPHABETIC-LOWER AND NOT I-FORCE-UPPERCASE
              MOVE "L" TO STR-CASE-MAP(I-IN-POS:1)
             ELSE
              MOVE "U" TO STR-CASE-MAP(I-IN-POS:1)
             END-IF
             MOVE FUNCTION UPPER-CASE(C-CHAR) TO C-UPPER
             IF C-UPPER = "J"
              MOVE "I" TO C-UPPER
             END-IF
             MOVE C-UPPER TO STR-WORK-OUT(I-IN-POS:1)
             ADD 1 TO I-LETTER-COUNT
             MOVE I-IN-POS TO I-LETTER-POS(I-LETTER-COUNT)
            ELSE
             IF C-CHAR NOT = SPACE
              MOVE 1 TO I-HAD-PASSTHROUGH
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    One pair through the square - the second letter of the
      *    pair is at I-PAIR-ITER + 1 in the letter order. A
      *    doubled pair cannot come out of the encrypt side, so a
      *    ciphertext holding one is refused.
      *    /////////////////////////////////////////////////////////////
           SUBSTITUTE-ONE-PAIR.
            MOVE I-LETTER-POS(I-PAIR-ITER)     TO I-POS-1
            MOVE I-LETTER-POS(I-PAIR-ITER + 1) TO I-POS-2
            MOVE STR-WORK-OUT(I-POS-1:1) TO C-LETTER-1
            MOVE STR-WORK-OUT(I-POS-2:1) TO C-LETTER-2

            IF C-LETTER-1 = C-LETTER-2
             MOVE 1 TO I-SHIFT-STATUS
             EXIT PARAGRAPH
            END-IF

            COMPUTE I-LETTER-NUM =
                FUNCTION ORD(C-LETTER-1) - FUNCTION ORD("A") + 1
            MOVE I-LETTER-CELL(I-LETTER-NUM) TO I-CELL-1
            COMPUTE I-LETTER-NUM =
                FUNCTION ORD(C-LETTER-2) - FUNCTION ORD("A") + 1
            MOVE I-LETTER-CELL(I-LETTER-NUM) TO I-CELL-2

            COMPUTE I-ROW-1 = (I-CELL-1 - 1) / 5 + 1
            COMPUTE I-COL-1 = FUNCTION MOD(I-CELL-1 - 1, 5) + 1
            COMPUTE I-ROW-2 = (I-CELL-2 - 1) / 5 + 1
            COMPUTE I-COL-2 = FUNCTION MOD(I-CELL-2 - 1, 5) + 1

            EVALUATE TRUE
             WHEN I-ROW-1 = I-ROW-2
              PERFORM STEP-COLUMN-1
              PERFORM STEP-COLUMN-2
             WHEN I-COL-1 = I-COL-2
              PERFORM STEP-ROW-1
              PERFORM STEP-ROW-2
             WHEN OTHER
              MOVE I-COL-1 TO I-SWAP-COL
              MOVE I-COL-2 TO I-COL-1
              MOVE I-SWAP-COL TO I-COL-2
            END-EVALUATE

            COMPUTE I-CELL-1 = (I-ROW-1 - 1) * 5 + I-COL-1
            COMPUTE I-CELL-2 = (I-ROW-2 - 1) * 5 + I-COL-2
            MOVE STR-SQUARE(I-CELL-1:1) TO C-LETTER-1
            MOVE STR-SQUARE(I-CELL-2:1) TO C-LETTER-2

            IF STR-CASE-MAP(I-POS-1:1) = "L"
             MOVE FUNCTION LOWER-CASE(C-LETTER-1) TO C-LETTER-1
            END-IF
            IF STR-CASE-MAP(I-POS-2:1) = "L"
             MOVE FUNCTION LOWER-CASE(C-LETTER-2) TO C-LETTER-2
            END-IF
            MOVE C-LETTER-1 TO STR-WORK-OUT(I-POS-1:1)
            MOVE C-LETTER-2 TO STR-WORK-OUT(I-POS-2:1).

      *    Row and column moves - right or down on encrypt, left or
      *    up on decrypt, wrapping round the edge of the square
           STEP-COLUMN-1.
            IF I-SUB-DECRYPT
             IF I-COL-1 = 1
              MOVE 5 TO I-COL-1
              MOVE 1 TO I-HAD-WRAPAROUND
             ELSE
              SUBTRACT 1 FROM I-COL-1
             END-IF
            ELSE
             IF I-COL-1 = 5
              MOVE 1 TO I-COL-1
              MOVE 1 TO I-HAD-WRAPAROUND
             ELSE
              ADD 1 TO I-COL-1
             END-IF
            END-IF.

           STEP-COLUMN-2.
            IF I-SUB-DECRYPT
             IF I-COL-2 = 1
              MOVE 5 TO I-COL-2
              MOVE 1 TO I-HAD-WRAPAROUND
             ELSE
              SUBTRACT 1 FROM I-COL-2
             END-IF
            ELSE
             IF I-COL-2 = 5
              MOVE 1 TO I-COL-2
              MOVE 1 TO I-HAD-WRAPAROUND
             ELSE
              ADD 1 TO I-COL-2
             END-IF
            END-IF.

           STEP-ROW-1.
            IF I-SUB-DECRYPT
             IF I-ROW-1 = 1
              MOVE 5 TO I-ROW-1
              MOVE 1 TO I-HAD-WRAPAROUND
             ELSE
              SUBTRACT 1 FROM I-ROW-1
             END-IF
            ELSE
             IF I-ROW-1 = 5
              MOVE 1 TO I-ROW-1
              MOVE 1 TO I-HAD-WRAPAROUND
             ELSE
              ADD 1 TO I-ROW-1
             END-IF
            END-IF.

           STEP-ROW-2.
            IF I-SUB-DECRYPT
             IF I-ROW-2 = 1
              MOVE 5 TO I-ROW-2
              MOVE 1 TO I-HAD-WRAPAROUND
             ELSE
              SUBTRACT 1 FROM I-ROW-2
             END-IF
            ELSE
             IF I-ROW-2 = 5
              MOVE 1 TO I-ROW-2
              MOVE 1 TO I-HAD-WRAPAROUND
             ELSE
              ADD 1 TO I-ROW-2
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    A filler is the second letter of a pair - an X between
      *    two of the same letter (a Q between two X's), or the
      *    same on the last pair where there is no next letter to
      *    match; I-PAIR-ITER is the pair's second letter here
      *    /////////////////////////////////////////////////////////////
           MARK-ONE-FILLER.
            MOVE I-LETTER-POS(I-PAIR-ITER - 1) TO I-POS-1
            MOVE I-LETTER-POS(I-PAIR-ITER)     TO I-POS-2
            MOVE FUNCTION UPPER-CASE(STR-WORK-OUT(I-POS-1:1))
                TO C-LETTER-1
            MOVE FUNCTION UPPER-CASE(STR-WORK-OUT(I-POS-2:1))
                TO C-LETTER-2

            IF I-PAIR-ITER < I-LETTER-COUNT
             MOVE FUNCTION UPPER-CASE(
                 STR-WORK-OUT(I-LETTER-POS(I-PAIR-ITER + 1):1))
                 TO C-NEXT-LETTER
             IF C-NEXT-LETTER NOT = C-LETTER-1
              EXIT PARAGRAPH
             END-IF
            END-IF

            IF (C-LETTER-2 = "X" AND C-LETTER-1 NOT = "X")
                  OR (C-LETTER-2 = "Q" AND C-LETTER-1 = "X")
             MOVE "D" TO STR-DROP-MAP(I-POS-2:1)
            END-IF.

           KEEP-ONE-POSITION.
            IF STR-DROP-MAP(I-IN-POS:1) NOT = "D"
             ADD 1 TO I-OUT-LEN
             MOVE STR-WORK-OUT(I-IN-POS:1)
                 TO STR-COMPACT(I-OUT-LEN:1)
            END-IF.

           END PROGRAM PLAYFAIR.
