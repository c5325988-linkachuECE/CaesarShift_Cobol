      *    // Key-distribution key resolver - hands back the key a
      *    // cipher type runs under on a given date, as the text a
      *    // notice prints (a Caesar shift, an affine a/b pair, a
      *    // Vigenere or Playfair keyword), together with a
      *    // RECORD-CHECK value over it. KEYDIST prints the text and
      *    // registers only the check value, and KEY-DIST-CHECK
      *    // compares the check value, so the register never holds
      *    // key material. Found comes back as KEY-LOOKUP-DATE
      *    // answers it: 0 no key, 1 found, 2 the Caesar key is
      *    // marked compromised.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. KEY-DIST-KEY.

           DATA DIVISION.
            WORKING-STORAGE SECTION.
             01 I-DATE-SHIFT       PIC S99.
             01 I-SHIFT-TEXT       PIC 99.
             01 I-KWLEN            PIC 99.
             01 I-AFFA             PIC 99.
             01 I-AFFB             PIC 99.

      *    Check value fields - cipher, date and key folded
      *    together, so the same keyword on two dates still checks
      *    differently
             01 STR-CHECK-BUFFER.
               05 CB-CIPHER        PIC X(8).
               05 CB-DATE          PIC X(8).
               05 CB-KEY           PIC X(16).
               05 FILLER           PIC X(68) VALUE SPACES.
             01 I-CHECK-LEN        PIC 999  VALUE 32.
             01 I-CHECK-SEED       PIC 9(4) VALUE 7919.

            LINKAGE SECTION.
             01 STR-DK-CIPHER      PIC X(8).
             01 STR-DK-DATE        PIC X(8).
             01 STR-DK-KEY         PIC X(16).
             01 I-DK-CHECK         PIC 9(4).
             01 I-DK-FOUND         PIC 9.

           PROCEDURE DIVISION
               USING STR-DK-CIPHER, STR-DK-DATE, STR-DK-KEY,
                     I-DK-CHECK, I-DK-FOUND.

           MAINLINE.
            MOVE SPACES TO STR-DK-KEY
            MOVE 0      TO I-DK-CHECK
            MOVE 0      TO I-DK-FOUND

            EVALUATE STR-DK-CIPHER
             WHEN "CAESAR"
              CALL "KEY-LOOKUP-DATE" USING STR-DK-DATE,
                                           I-DATE-SHIFT, I-DK-FOUND
              IF I-DK-FOUND = 1
               MOVE I-DATE-SHIFT TO I-SHIFT-TEXT
               MOVE I-SHIFT-TEXT TO STR-DK-KEY(1:2)
              END-IF

             WHEN "AFFINE"
              CALL "TYPED-KEY-LOOKUP" USING
                  STR-DK-DATE, STR-DK-CIPHER, STR-DK-KEY, I-KWLEN,
                  I-AFFA, I-AFFB, I-DK-FOUND
              IF I-DK-FOUND = 1
               MOVE SPACES TO STR-DK-KEY
               MOVE I-AFFA TO STR-DK-KEY(1:2)
               MOVE "/"    TO STR-DK-KEY(3:1)
               MOVE I-AFFB TO STR-DK-KEY(4:2)
              END-IF

             WHEN "VIGENERE"
             WHEN "PLAYFAIR"
              CALL "TYPED-KEY-LOOKUP" USING
                  STR-DK-DATE, STR-DK-CIPHER, STR-DK-KEY, I-KWLEN,
                  I-AFFA, I-AFFB, I-DK-FOUND
              IF I-DK-FOUND = 1 AND I-KWLEN = 0
               MOVE 0 TO I-DK-FOUND
              END-IF

             WHEN OTHER
              CONTINUE
            END-EVALUATE

            IF I-DK-FOUND NOT = 1
             MOVE SPACES TO STR-DK-KEY
             EXIT PROGRAM
            END-IF

            MOVE STR-DK-CIPHER TO CB-CIPHER
            MOVE STR-DK-DATE   TO CB-DATE
            MOVE STR-DK-KEY    TO CB-KEY
            CALL "RECORD-CHECK" USING STR-CHECK-BUFFER, I-CHECK-LEN,
                                      I-CHECK-SEED, I-DK-CHECK

            EXIT PROGRAM.

           END PROGRAM KEY-DIST-KEY.


      *    // Key-distribution check - answers, for an encrypt run
      *    // about to cipher for a partner under the key of the day,
      *    // whether that partner was ever told the key and said so.
      *    // One front-to-back scan of KEYDREG per call, called once
      *    // per manifest row the way PARTNER-LOOKUP is; the latest
      *    // line for the partner, cipher and date that has not been
      *    // superseded decides:
      *    //   0  CONFIRMED for the key now on the store
      *    //   1  NOTIFIED, receipt never confirmed
      *    //   2  never notified (no register, or no line)
      *    //   3  the notice carried a key the store has since
      *    //      changed - the partner holds the wrong key
           IDENTIFICATION DIVISION.
            PROGRAM-ID. KEY-DIST-CHECK.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT KEY-DIST-REGISTER ASSIGN TO "KEYDREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-REGISTER-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  KEY-DIST-REGISTER.
             01 REC-KEYDREG        PIC X(121).

            WORKING-STORAGE SECTION.
             01 I-EOF-FLAG         PIC X(1).
               88 I-AT-EOF               VALUE "Y".
             01 STR-REGISTER-STATUS PIC X(2).

             COPY "keydrec.cpy".

      *    The deciding line, once met
             01 I-LINE-FOUND       PIC 9.
             01 STR-LINE-STATUS    PIC X(10).
             01 I-LINE-CHECK       PIC 9(4).

      *    The key on the store now, for the check value
             01 STR-STORE-KEY      PIC X(16).
             01 I-STORE-CHECK      PIC 9(4).
             01 I-STORE-FOUND      PIC 9.

            LINKAGE SECTION.
             01 STR-DC-PARTNER     PIC X(8).
             01 STR-DC-CIPHER      PIC X(8).
             01 STR-DC-DATE        PIC X(8).
             01 I-DC-STATUS        PIC 9.

           PROCEDURE DIVISION
               USING STR-DC-PARTNER, STR-DC-CIPHER, STR-DC-DATE,
                     I-DC-STATUS.

           MAINLINE.
            MOVE 2   TO I-DC-STATUS
            MOVE 0   TO I-LINE-FOUND
            MOVE "N" TO I-EOF-FLAG

            OPEN INPUT KEY-DIST-REGISTER
            IF STR-REGISTER-STATUS NOT = "00"
             EXIT PROGRAM
            END-IF

            PERFORM CHECK-ONE-REGISTER-LINE UNTIL I-AT-EOF
            CLOSE KEY-DIST-REGISTER

            IF I-LINE-FOUND = 0
             EXIT PROGRAM
            END-IF

            CALL "KEY-DIST-KEY" USING STR-DC-CIPHER, STR-DC-DATE,
                                      STR-STORE-KEY, I-STORE-CHECK,
                                      I-STORE-FOUND

            EVALUATE TRUE
             WHEN I-STORE-FOUND = 1 AND I-STORE-CHECK NOT = I-LINE-CHECK
              MOVE 3 TO I-DC-STATUS
             WHEN STR-LINE-STATUS = "CONFIRMED"
              MOVE 0 TO I-DC-STATUS
             WHEN OTHER
              MOVE 1 TO I-DC-STATUS
            END-EVALUATE

            EXIT PROGRAM.

           CHECK-ONE-REGISTER-LINE.
            READ KEY-DIST-REGISTER INTO REC-KEYDIST
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
                  AND KD-PARTNER  = STR-DC-PARTNER
                  AND KD-CIPHER   = STR-DC-CIPHER
                  AND KD-KEY-DATE = STR-DC-DATE
                  AND NOT KD-IS-SUPERSEDED
             MOVE 1            TO I-LINE-FOUND
             MOVE KD-STATUS    TO STR-LINE-STATUS
             MOVE KD-KEY-CHECK TO I-LINE-CHECK
            END-IF.

           END PROGRAM KEY-DIST-CHECK.
