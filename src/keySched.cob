      *    // of key records in one run instead of someone typing
      *    // ninety lines by hand each quarter. Schedules by cipher
      *    // type: CAESAR shifts go to the original KEYSTORE as
      *    // always, while VIGENERE and PLAYFAIR keywords and AFFINE
      *    // a/b pairs go to the typed TKEYSTOR store under their own
      *    // validity rules - the affine 'a' always coprime with
      *    // 26, keywords never repeated day over day - so a
      *    // keyword that has not changed since its file was
               88 I-SCHED-CAESAR        VALUE "CAESAR".
               88 I-SCHED-VIGENERE      VALUE "VIGENERE".
               88 I-SCHED-AFFINE        VALUE "AFFINE".
               88 I-SCHED-PLAYFAIR      VALUE "PLAYFAIR".
      *    Types whose key of the day is a keyword
               88 I-SCHED-KEYWORD       VALUE "VIGENERE" "PLAYFAIR".

      *    Set by the keyed READ in SCHEDULE-ONE-DAY - 1 when the
      *    day already holds a key (KS-SHIFT then carries it)
      *    /////////////////////////////////////////////////////////////
           ACCEPT-RUN-PARAMETERS.
            DISPLAY "Cipher type to schedule (CAESAR/VIGENERE/"
                    "AFFINE/PLAYFAIR, blank for CAESAR): "
            ACCEPT STR-SCHED-TYPE
            MOVE FUNCTION UPPER-CASE(STR-SCHED-TYPE)
                TO STR-SCHED-TYPE
            END-IF

            IF NOT I-SCHED-CAESAR AND NOT I-SCHED-VIGENERE
                  AND NOT I-SCHED-AFFINE AND NOT I-SCHED-PLAYFAIR
             DISPLAY "KEYSCHED - REJECTED - unknown cipher type"
             MOVE 8 TO RETURN-CODE
             GOBACK
              MOVE SPACES        TO REC-KEYSTORE
              MOVE STR-CURR-DATE TO KS-DATE
              MOVE I-GEN-SHIFT   TO KS-SHIFT
              MOVE 0             TO KS-USE-COUNT
              WRITE REC-KEYSTORE
               INVALID KEY
                MOVE "GAP"      TO SCH-STATUS
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    One calendar day of a typed (keyword or affine) schedule -
      *    same calendar walk and coverage reporting as the Caesar
      *    path, against the typed store, with each type's own
      *    generation rules
      *    An existing entry still feeds the no-repeat rule for
      *    the days being filled after it
           NOTE-EXISTING-TYPED-KEY.
            IF I-SCHED-KEYWORD
             MOVE TK-KEYWORD TO SCH-KEY
             MOVE TK-KEYWORD TO STR-PREV-KEYWORD
            ELSE
            MOVE SPACES         TO TK-KEYWORD
            MOVE 0              TO TK-AFFA
            MOVE 0              TO TK-AFFB
            MOVE 0              TO TK-USE-COUNT

            IF I-SCHED-KEYWORD
             PERFORM GENERATE-ONE-KEYWORD
             MOVE STR-GEN-KEYWORD TO TK-KEYWORD
             MOVE STR-GEN-KEYWORD TO STR-PREV-KEYWORD
