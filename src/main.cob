              88 I-MAIN-LONG-MSG      VALUE "L" "l".
              88 I-MAIN-ATBASH        VALUE "A" "a".
              88 I-MAIN-AFFINE        VALUE "F" "f".
              88 I-MAIN-PLAYFAIR      VALUE "P" "p".

      *    Sign-on fields - every terminal session starts with a
      *    user id and password validated against OPERFILE, and the
      *    functions the operator's permission profiles grant gate
      *    which menu modes this operator may run: ENCRYPT, DECRYPT,
      *    and SOLVE for the solve/crack modes that read traffic.
      *    The sign-on itself names no function; the three are
      *    asked of OPERATOR-PERMIT once it succeeds
            01 STR-SIGNON-USER   PIC X(8).
            01 STR-SIGNON-PASS   PIC X(8).
            01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
            01 I-SIGNON-TRY      PIC 9.
            01 C-SESSION-FUNC    PIC X(1) VALUE "S".
            01 STR-SIGNON-CALLER PIC X(8) VALUE "MAINCIPH".
            01 STR-SIGNON-FUNCTION PIC X(16) VALUE SPACES.
            01 STR-PERMIT-FUNCTION PIC X(16).
            01 I-MAY-ENCRYPT     PIC 9 VALUE 0.
            01 I-MAY-DECRYPT     PIC 9 VALUE 0.
            01 I-MAY-SOLVE       PIC 9 VALUE 0.

            01 C-DIGIT-MODE      PIC X(1) VALUE "N".
            01 C-PUNCT-MODE      PIC X(1) VALUE "N".
            01 I-AFFINE-B          PIC 99.
            01 C-AFFINE-MODE       PIC X(1).

      *    Playfair front-end fields - a blank keyword asks for the
      *    keyword of the day off the typed TKEYSTOR schedule under
      *    the business date, the way a batch run with no TRKEY does
            01 STR-PF-KEYWORD      PIC X(16).
            01 I-PF-KEYLEN         PIC 99.
            01 C-PF-MODE           PIC X(1).
            01 C-PROCDATE-GET      PIC X(1) VALUE "G".
            01 STR-PROC-DATE       PIC X(8).
            01 STR-TYPED-CIPHER    PIC X(8) VALUE "PLAYFAIR".
            01 I-TYPED-AFFA        PIC 99.
            01 I-TYPED-AFFB        PIC 99.
            01 I-TYPED-FOUND       PIC 9.

      *    Vigenere-crack front-end fields - VIGENERE-CRACK hands
      *    back the recovered keyword and its length alongside the
      *    decryption and an AUTO-CRACK-style confidence figure

            PERFORM SIGN-ON-OPERATOR

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "Sign-on failed - session ended"
             MOVE 8 TO RETURN-CODE
             GOBACK

            DISPLAY "Select mode - (E)ncrypt, (D)ecrypt, (S)olve, "
                    "(V)igenere, (K) Vigenere crack, (A)tbash, "
                    "a(F)fine, (P)layfair, (L)ong message, "
                    "(T)est suite: "
            ACCEPT C-MAIN-MODE

      *     Reading traffic takes the DECRYPT function, and the
      *     solve/crack modes the SOLVE function - refuse them with
      *     a clear message instead of a mystery
            IF I-MAIN-DECRYPT AND I-MAY-DECRYPT = 0
             DISPLAY "Mode refused - user " STR-SIGNON-USER
                     " does not hold the DECRYPT function"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            IF (I-MAIN-SOLVE OR I-MAIN-VIG-CRACK) AND I-MAY-SOLVE = 0
             DISPLAY "Mode refused - user " STR-SIGNON-USER
                     " does not hold the SOLVE function"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
                 IF I-MAIN-AFFINE
                  PERFORM RUN-AFFINE-CIPHER
                 ELSE
                  IF I-MAIN-PLAYFAIR
                   PERFORM RUN-PLAYFAIR-CIPHER
                  ELSE
                   PERFORM RUN-INTERACTIVE-CIPHER
                  END-IF
                 END-IF
                END-IF
               END-IF
           SIGN-ON-OPERATOR.
            PERFORM VARYING I-SIGNON-TRY FROM 1 BY 1
                    UNTIL I-SIGNON-TRY > 3
                       OR I-OPERATOR-GRANTED > 0

             DISPLAY "User id: "
             ACCEPT STR-SIGNON-USER
             ACCEPT STR-SIGNON-PASS

             CALL "OPERATOR-SIGNON" USING
                 STR-SIGNON-USER, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                 STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

             IF I-OPERATOR-GRANTED = 0
              DISPLAY "User id or password not recognized"
             END-IF

            END-PERFORM

            IF I-OPERATOR-GRANTED > 0
             CALL "CIPHER-SESSION" USING C-SESSION-FUNC,
                                         STR-SIGNON-USER
             MOVE "ENCRYPT" TO STR-PERMIT-FUNCTION
             CALL "OPERATOR-PERMIT" USING STR-SIGNON-USER,
                                          STR-PERMIT-FUNCTION,
                                          I-MAY-ENCRYPT
             MOVE "DECRYPT" TO STR-PERMIT-FUNCTION
             CALL "OPERATOR-PERMIT" USING STR-SIGNON-USER,
                                          STR-PERMIT-FUNCTION,
                                          I-MAY-DECRYPT
             MOVE "SOLVE" TO STR-PERMIT-FUNCTION
             CALL "OPERATOR-PERMIT" USING STR-SIGNON-USER,
                                          STR-PERMIT-FUNCTION,
                                          I-MAY-SOLVE
             DISPLAY "Signed on: " STR-SIGNON-USER
                     " ENCRYPT=" I-MAY-ENCRYPT
                     " DECRYPT=" I-MAY-DECRYPT
                     " SOLVE=" I-MAY-SOLVE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    /////////////////////////////////////////////////////////////
           RUN-INTERACTIVE-CIPHER.

            IF NOT I-MAIN-SOLVE AND NOT I-MAIN-DECRYPT
                  AND I-MAY-ENCRYPT = 0
             DISPLAY "Encrypt refused - user " STR-SIGNON-USER
                     " does not hold the ENCRYPT function"
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Enter message (up to 100 characters): "
            ACCEPT STR-INPUT

            DISPLAY "Vigenere - (E)ncrypt or (D)ecrypt: "
            ACCEPT C-VIG-SUBMODE

            IF I-VIG-DECRYPT AND I-MAY-DECRYPT = 0
             DISPLAY "Decrypt refused - user " STR-SIGNON-USER
                     " does not hold the DECRYPT function"
             EXIT PARAGRAPH
            END-IF

            IF NOT I-VIG-DECRYPT AND I-MAY-ENCRYPT = 0
             DISPLAY "Encrypt refused - user " STR-SIGNON-USER
                     " does not hold the ENCRYPT function"
             EXIT PARAGRAPH
            END-IF

      *    /////////////////////////////////////////////////////////////
           RUN-ATBASH-CIPHER.

            IF I-MAY-ENCRYPT = 0 AND I-MAY-DECRYPT = 0
             DISPLAY "Atbash refused - user " STR-SIGNON-USER
                     " holds neither ENCRYPT nor DECRYPT"
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Enter message (up to 100 characters): "
            ACCEPT STR-INPUT

             ACCEPT C-AFFINE-MODE

             IF (C-AFFINE-MODE = "D" OR C-AFFINE-MODE = "d")
                   AND I-MAY-DECRYPT = 0
              DISPLAY "Decrypt refused - user " STR-SIGNON-USER
                      " does not hold the DECRYPT function"
              EXIT PARAGRAPH
             END-IF

             IF C-AFFINE-MODE NOT = "D" AND C-AFFINE-MODE NOT = "d"
                   AND I-MAY-ENCRYPT = 0
              DISPLAY "Encrypt refused - user " STR-SIGNON-USER
                      " does not hold the ENCRYPT function"
              EXIT PARAGRAPH
             END-IF

             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Prompt for a message and the Playfair keyword, run it
      *    through PLAYFAIR, and DISPLAY the result - a keyword that
      *    is not all letters, or a ciphertext with an odd letter
      *    count, comes back as a shift-status error, and an
      *    encrypt whose fillers would not strip back cleanly is
      *    flagged the way ENCRYPT flags a failed round trip
      *    /////////////////////////////////////////////////////////////
           RUN-PLAYFAIR-CIPHER.

            DISPLAY "Enter message (up to 100 characters): "
            ACCEPT STR-INPUT

            DISPLAY "Playfair keyword (letters, blank for the "
                    "keyword of the day): "
            ACCEPT STR-PF-KEYWORD
            MOVE FUNCTION UPPER-CASE(STR-PF-KEYWORD) TO STR-PF-KEYWORD

            IF STR-PF-KEYWORD = SPACES
             CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
             CALL "TYPED-KEY-LOOKUP" USING
                 STR-PROC-DATE, STR-TYPED-CIPHER, STR-PF-KEYWORD,
                 I-PF-KEYLEN, I-TYPED-AFFA, I-TYPED-AFFB,
                 I-TYPED-FOUND
             IF I-TYPED-FOUND NOT = 1 OR I-PF-KEYLEN = 0
              DISPLAY "No Playfair keyword of the day on the typed "
                      "key store for " STR-PROC-DATE
              EXIT PARAGRAPH
             END-IF
            ELSE
             COMPUTE I-PF-KEYLEN =
                 FUNCTION LENGTH(FUNCTION TRIM(STR-PF-KEYWORD))
            END-IF

            DISPLAY "Playfair - (E)ncrypt or (D)ecrypt: "
            ACCEPT C-PF-MODE

            IF (C-PF-MODE = "D" OR C-PF-MODE = "d")
                  AND I-MAY-DECRYPT = 0
             DISPLAY "Decrypt refused - user " STR-SIGNON-USER
                     " does not hold the DECRYPT function"
             EXIT PARAGRAPH
            END-IF

            IF C-PF-MODE NOT = "D" AND C-PF-MODE NOT = "d"
                  AND I-MAY-ENCRYPT = 0
             DISPLAY "Encrypt refused - user " STR-SIGNON-USER
                     " does not hold the ENCRYPT function"
             EXIT PARAGRAPH
            END-IF

            CALL "PLAYFAIR" USING
                STR-INPUT, I-INPUT-LEN, STR-PF-KEYWORD, I-PF-KEYLEN,
                C-PF-MODE, STR-OUTPUT, C-CASE-MODE,
                I-HAD-PASSTHROUGH, I-HAD-WRAPAROUND, I-SHIFT-STATUS,
                I-RECONCILE-OK

            IF I-SHIFT-RANGE-ERROR
             DISPLAY "Playfair refused - bad keyword, an odd letter "
                     "count to decrypt, or no room for the fillers"
            ELSE
             DISPLAY "Result: " STR-OUTPUT(1:I-INPUT-LEN)
             IF I-RECONCILE-OK = 0
              DISPLAY "Warning - this message will not decrypt back "
                      "letter for letter; break up the doubled or "
                      "X-adjacent letters and try again"
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Prompt for a ciphertext message, hand it to VIGENERE-CRACK
      *    for keyword-length estimation and per-column frequency
            DISPLAY "(E)ncrypt or (D)ecrypt: "
            ACCEPT C-MAIN-MODE

            IF I-MAIN-DECRYPT AND I-MAY-DECRYPT = 0
             DISPLAY "Decrypt refused - user " STR-SIGNON-USER
                     " does not hold the DECRYPT function"
             EXIT PARAGRAPH
            END-IF

            IF NOT I-MAIN-DECRYPT AND I-MAY-ENCRYPT = 0
             DISPLAY "Encrypt refused - user " STR-SIGNON-USER
                     " does not hold the ENCRYPT function"
             EXIT PARAGRAPH
            END-IF

