      *    // this program either ACCEPTED with the shift that
      *    // resolved it or explicitly REJECTED, and the
      *    // disposition is written to CRACKDISP so nothing sits in
      *    // the queue unresolved. A message SOLVE-BATCH's affine
      *    // sweep held arrives with its type and a/b key instead
      *    // of a shift; its best guess is reproduced through
      *    // AFFINE-MAP, the analyst can try a key of their own,
      *    // and a crib CRIB-CRACK cannot place under any shift is
      *    // tried against every affine key through AFFINE-CRACK.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. CRACK-REVIEW.

               05 HOLD-CONF        PIC 999.
               05 FILLER           PIC X(6).
               05 HOLD-TEXT        PIC X(100).
               05 FILLER           PIC X(1).
               05 HOLD-TYPE        PIC X(6).
                 88 I-HOLD-SWEEP          VALUE "AFFINE" "ATBASH".
               05 FILLER           PIC X(1).
               05 HOLD-AFFINE-A    PIC 99.
               05 FILLER           PIC X(1).
               05 HOLD-AFFINE-B    PIC 99.
               05 FILLER           PIC X(1).

             01 STR-INPUT        PIC X(100).
             01 I-INPUT-LEN      PIC 999 VALUE 100.
               88 I-ACTION-LIST         VALUE "L" "l".
               88 I-ACTION-SHIFT        VALUE "S" "s".
               88 I-ACTION-CRIB         VALUE "C" "c".
               88 I-ACTION-KEY          VALUE "K" "k".
               88 I-ACTION-REJECT       VALUE "R" "r".
             01 I-DISPOSED       PIC 9.

             01 I-CRIB-FOUND     PIC 9.
             01 I-MAX-SHIFT-VAL  PIC 999 VALUE 26.

      *    Affine-key fields - the analyst's own a/b pick, and the
      *    one-phrase table a crib is handed to AFFINE-CRACK in
             01 STR-PICK-A       PIC X(2).
             01 STR-PICK-B       PIC X(2).
             01 I-PICK-A         PIC 99.
             01 I-PICK-B         PIC 99.
             01 I-MAP-STATUS     PIC 9.
             01 STR-REVIEW-LANG  PIC X(3) VALUE SPACES.
             01 I-ONE-CRIB       PIC 999  VALUE 1.
             01 ONE-CRIB-TABLE.
               05 OC-CRIB        PIC X(60) OCCURS 100 TIMES.
             01 I-SWEEP-A        PIC 99.
             01 I-SWEEP-B        PIC 99.
             01 STR-SWEEP-TYPE   PIC X(6).
             01 I-SWEEP-CONF     PIC 999.
             01 I-SWEEP-CRIB     PIC 999.
             01 I-SWEEP-LANG-STATUS PIC 9.

      *    Cipher-call plumbing for reproducing candidates - the
      *    reproductions drive CAESAR-SHIFT directly so they leave
      *    no ENCRYPT audit lines for CIPHBAL to trip over, and
               05 DISP-SHIFT       PIC X(2).
               05 FILLER           PIC X(6) VALUE " TEXT=".
               05 DISP-TEXT        PIC X(100).
      *    The a/b key an affine-family answer was accepted under -
      *    blank for a shift
               05 FILLER           PIC X(1) VALUE SPACE.
               05 DISP-KEY         PIC X(5) VALUE SPACES.
               05 FILLER           PIC X(3) VALUE SPACES.

           PROCEDURE DIVISION.


            MOVE HOLD-TEXT TO STR-INPUT

      *     Reproduce the held best guess for the analyst - an
      *     affine-sweep guess is the ciphertext deciphered under
      *     the held key, AUTO-CRACK's is ENCRYPT of the
      *     ciphertext at the held shift
            IF I-HOLD-SWEEP
             CALL "AFFINE-MAP" USING
                 STR-INPUT, I-INPUT-LEN, HOLD-AFFINE-A,
                 HOLD-AFFINE-B, STR-CANDIDATE, I-MAP-STATUS
             MOVE HOLD-AFFINE-A TO I-LOG-SHIFT
            ELSE
             CALL "CAESAR-SHIFT" USING
                 STR-INPUT, I-INPUT-LEN, HOLD-SHIFT, STR-CANDIDATE,
                 C-CALL-DIGIT, C-CALL-CASE, I-CALL-PASSTHRU,
                 I-CALL-WRAP, C-CALL-PUNCT
             MOVE HOLD-SHIFT TO I-LOG-SHIFT
            END-IF

            PERFORM LOG-REVIEW-EVENT

            DISPLAY " "
            DISPLAY "CRACKRVW - held message " HOLD-REC-NUM
                    " (confidence " HOLD-CONF ")"
            DISPLAY "  CIPHERTEXT: " STR-INPUT
            IF I-HOLD-SWEEP
             DISPLAY "  BEST GUESS (" HOLD-TYPE " a=" HOLD-AFFINE-A
                     " b=" HOLD-AFFINE-B "): " STR-CANDIDATE
            ELSE
             DISPLAY "  BEST GUESS (shift " HOLD-SHIFT "): "
                     STR-CANDIDATE
            END-IF

            MOVE 0 TO I-DISPOSED
            PERFORM PROMPT-ONE-ACTION UNTIL I-DISPOSED = 1

           PROMPT-ONE-ACTION.
            DISPLAY "  (A)ccept best, (L)ist all shifts, (S) choose "
                    "shift, (K) affine key, (C)rib, (R)eject: "
            ACCEPT C-REVIEW-ACTION

            EVALUATE TRUE
             WHEN I-ACTION-ACCEPT
              MOVE "ACCEPTED"     TO DISP-VERDICT
              IF I-HOLD-SWEEP
               MOVE "--"          TO DISP-SHIFT
               MOVE HOLD-AFFINE-A TO I-PICK-A
               MOVE HOLD-AFFINE-B TO I-PICK-B
               PERFORM NOTE-DISPOSITION-KEY
              ELSE
               MOVE HOLD-SHIFT    TO DISP-SHIFT
              END-IF
              MOVE STR-CANDIDATE  TO DISP-TEXT
              PERFORM WRITE-DISPOSITION

             WHEN I-ACTION-SHIFT
              PERFORM APPLY-MANUAL-SHIFT

             WHEN I-ACTION-KEY
              PERFORM APPLY-MANUAL-KEY

             WHEN I-ACTION-CRIB
              PERFORM APPLY-CRIB-CRACK

             MOVE STR-CRIB-RESULT TO DISP-TEXT
             PERFORM WRITE-DISPOSITION
            ELSE
             PERFORM APPLY-AFFINE-CRIB
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    A crib no shift can place gets the whole affine family
      *    - AFFINE-CRACK tries it under all 312 keys, and a hit
      *    accepts the message with the key that produced it
      *    /////////////////////////////////////////////////////////////
           APPLY-AFFINE-CRIB.
            MOVE SPACES TO ONE-CRIB-TABLE
            MOVE STR-CRIB(1:60) TO OC-CRIB(1)

            CALL "AFFINE-CRACK" USING
                STR-INPUT, I-INPUT-LEN, STR-REVIEW-LANG,
                I-ONE-CRIB, ONE-CRIB-TABLE, I-SWEEP-A, I-SWEEP-B,
                STR-SWEEP-TYPE, STR-CRIB-RESULT, I-SWEEP-CONF,
                I-SWEEP-CRIB, I-SWEEP-LANG-STATUS

            IF I-SWEEP-CRIB = 0
             DISPLAY "  CRACKRVW - crib not found under any shift "
                     "or affine key"
             EXIT PARAGRAPH
            END-IF

            DISPLAY "  CRIB HIT (" STR-SWEEP-TYPE " a=" I-SWEEP-A
                    " b=" I-SWEEP-B "): " STR-CRIB-RESULT
            MOVE "ACCEPTED"      TO DISP-VERDICT
            MOVE "--"            TO DISP-SHIFT
            MOVE I-SWEEP-A       TO I-PICK-A
            MOVE I-SWEEP-B       TO I-PICK-B
            PERFORM NOTE-DISPOSITION-KEY
            MOVE STR-CRIB-RESULT TO DISP-TEXT
            PERFORM WRITE-DISPOSITION.

      *    /////////////////////////////////////////////////////////////
      *    Deciphers under an analyst-chosen affine key and accepts
      *    the message with it - an 'a' with no inverse mod 26 is
      *    refused and the message stays on the prompt
      *    /////////////////////////////////////////////////////////////
           APPLY-MANUAL-KEY.
            DISPLAY "  Affine a (01-25, coprime with 26): "
            ACCEPT STR-PICK-A
            DISPLAY "  Affine b (00-25): "
            ACCEPT STR-PICK-B

            IF STR-PICK-A IS NOT NUMERIC
                  OR STR-PICK-B IS NOT NUMERIC
                  OR STR-PICK-B > "25"
             DISPLAY "  CRACKRVW - a and b must be two digits, b "
                     "00-25"
             EXIT PARAGRAPH
            END-IF

            MOVE STR-PICK-A TO I-PICK-A
            MOVE STR-PICK-B TO I-PICK-B

            CALL "AFFINE-MAP" USING
                STR-INPUT, I-INPUT-LEN, I-PICK-A, I-PICK-B,
                STR-CANDIDATE, I-MAP-STATUS

            IF I-MAP-STATUS NOT = 0
             DISPLAY "  CRACKRVW - a=" STR-PICK-A
                     " has no inverse mod 26"
             EXIT PARAGRAPH
            END-IF

            MOVE I-PICK-A TO I-LOG-SHIFT
            PERFORM LOG-REVIEW-EVENT

            DISPLAY "  KEY a=" STR-PICK-A " b=" STR-PICK-B ": "
                    STR-CANDIDATE

            MOVE "ACCEPTED"    TO DISP-VERDICT
            MOVE "--"          TO DISP-SHIFT
            PERFORM NOTE-DISPOSITION-KEY
            MOVE STR-CANDIDATE TO DISP-TEXT
            PERFORM WRITE-DISPOSITION.

           NOTE-DISPOSITION-KEY.
            MOVE I-PICK-A TO DISP-KEY(1:2)
            MOVE "/"      TO DISP-KEY(3:1)
            MOVE I-PICK-B TO DISP-KEY(4:2).

           WRITE-DISPOSITION.
            MOVE HOLD-REC-NUM TO DISP-REC-NUM
            WRITE REC-CRACK-DISP FROM STR-DISP-LINE
            MOVE SPACES TO DISP-KEY
            MOVE 1 TO I-DISPOSED.

      *    /////////////////////////////////////////////////////////////
