      *    // CRACKHOLD holding file - original ciphertext and all
      *    // - for the CRACK-REVIEW analyst workflow, instead of
      *    // scrolling past as garbage guesses among the good
      *    // ones. A sidelined message is no longer left at its
      *    // label: most of it turns out to be affine or Atbash
      *    // traffic from partners on those profiles, so it goes
      *    // through AFFINE-CRACK's sweep of all 312 affine keys
      *    // (the Atbash mirror among them), scored against the
      *    // same LANGTAB table and the same partner cribs, and
      *    // the best key comes back on the report with its
      *    // cipher type and confidence - or, under the threshold,
      *    // goes to CRACKHOLD like any other weak answer. The same
      *    // sweep gets a look at a Caesar-like message AUTO-CRACK
      *    // could only answer weakly, since affine text has the
      *    // same single-alphabet letter statistics and lands on
      *    // the Caesar side of the classifier.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. SOLVE-BATCH.

             01 I-CAESAR-COUNT   PIC 9(6) VALUE 0.
             01 I-POLY-COUNT     PIC 9(6) VALUE 0.

      *    Affine sweep fields - AFFINE-CRACK's best key, the type
      *    it labels that key with, and the per-type tallies of
      *    messages the sweep answered
             01 I-AFFINE-A       PIC 99.
             01 I-AFFINE-B       PIC 99.
             01 STR-SWEEP-TYPE   PIC X(6).
               88 I-SWEEP-PLAIN        VALUE "PLAIN".
               88 I-SWEEP-CAESAR       VALUE "CAESAR".
               88 I-SWEEP-AFFINE       VALUE "AFFINE".
               88 I-SWEEP-ATBASH       VALUE "ATBASH".
             01 STR-SWEEP-RESULT PIC X(100).
             01 I-SWEEP-CONF     PIC 999.
             01 I-SWEEP-CRIB     PIC 999.
             01 I-SWEEP-AFFINE-COUNT PIC 9(6) VALUE 0.
             01 I-SWEEP-ATBASH-COUNT PIC 9(6) VALUE 0.
             01 I-SWEEP-CAESAR-COUNT PIC 9(6) VALUE 0.

      *    Run-summary identities handed to LOG-RUN-HISTORY at
      *    TERMINATE-SOLVE-BATCH time - SOLVE-BATCH keeps no
      *    passthrough/wraparound tallies, so those run-summary
      *    fields are reported as zero
             01 STR-RH-PROGRAM   PIC X(8) VALUE "SOLVBTCH".
             01 C-CLOCK-STAMP    PIC X(1) VALUE "S".
             01 STR-RUN-START    PIC X(14).
             01 STR-RH-INPUT     PIC X(8) VALUE "CRACKIN".
             01 STR-RH-OUTPUT    PIC X(8) VALUE "CRACKRPT".
             01 I-RH-ZERO-COUNT  PIC 9(6) VALUE 0.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 HOLD-TEXT-LABEL   PIC X(5) VALUE "TEXT=".
               05 HOLD-TEXT         PIC X(100).
      *    The cipher type the guess was made under and, for an
      *    affine-sweep guess, its a/b key - CRACK-REVIEW reads a
      *    blank type as the Caesar holds written before the sweep
               05 FILLER            PIC X(1) VALUE SPACE.
               05 HOLD-TYPE         PIC X(6) VALUE SPACES.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 HOLD-AFFINE-A     PIC 99   VALUE 0.
               05 FILLER            PIC X(1) VALUE "/".
               05 HOLD-AFFINE-B     PIC 99   VALUE 0.
               05 FILLER            PIC X(1) VALUE SPACE.

             01 STR-HELD-SUMMARY.
               05 FILLER            PIC X(16)
               05 FILLER            PIC X(6) VALUE " TEXT=".
               05 CRB-TEXT          PIC X(97).

      *    Report line for a message the affine sweep answered -
      *    the cipher type and the a/b key in place of a shift
             01 STR-AFFINE-LINE.
               05 FILLER            PIC X(4) VALUE "REC=".
               05 AFL-REC-NUM       PIC 9(6).
               05 FILLER            PIC X(6) VALUE " TYPE=".
               05 AFL-TYPE          PIC X(6).
               05 FILLER            PIC X(3) VALUE " A=".
               05 AFL-AFFINE-A      PIC 99.
               05 FILLER            PIC X(3) VALUE " B=".
               05 AFL-AFFINE-B      PIC 99.
               05 FILLER            PIC X(6) VALUE " CONF=".
               05 AFL-CONF          PIC 999.
               05 FILLER            PIC X(6) VALUE " TEXT=".
               05 AFL-TEXT          PIC X(100).
               05 FILLER            PIC X(1) VALUE SPACE.

             01 STR-SWEEP-SUMMARY.
               05 FILLER            PIC X(20)
                   VALUE "SWEEP SOLVED AFFINE=".
               05 RPT-SWEEP-AFFINE  PIC 9(6).
               05 FILLER            PIC X(8) VALUE " ATBASH=".
               05 RPT-SWEEP-ATBASH  PIC 9(6).
               05 FILLER            PIC X(8) VALUE " CAESAR=".
               05 RPT-SWEEP-CAESAR  PIC 9(6).
               05 FILLER            PIC X(86) VALUE SPACES.

             01 STR-CRIB-SUMMARY.
               05 FILLER            PIC X(14)
                   VALUE "CRIB RESOLVED=".
           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            PERFORM INITIALIZE-SOLVE-BATCH
            PERFORM PROCESS-ONE-MESSAGE UNTIL I-AT-EOF
            PERFORM TERMINATE-SOLVE-BATCH
              ADD 1 TO I-PLAINTEXT-COUNT
              MOVE "PLAINTEXT" TO CLS-CLASS
              PERFORM SIDELINE-ONE-MESSAGE
              PERFORM SWEEP-SIDELINED-MESSAGE
             WHEN I-CLASS-POLY
              ADD 1 TO I-POLY-COUNT
              MOVE "POLYALPHA" TO CLS-CLASS
              PERFORM SIDELINE-ONE-MESSAGE
              PERFORM SWEEP-SIDELINED-MESSAGE
             WHEN OTHER
              ADD 1 TO I-CAESAR-COUNT
              PERFORM CRACK-ONE-MESSAGE
            MOVE STR-INPUT   TO CLS-TEXT
            WRITE REC-CRACK-RPT FROM STR-CLASS-LINE.

      *    /////////////////////////////////////////////////////////////
      *    Runs a sidelined message through the affine sweep. A
      *    message whose best key is the identity really is
      *    plaintext and its sideline line says all there is to
      *    say; anything else is reported with its type and key,
      *    or held when the sweep could only answer weakly
      *    /////////////////////////////////////////////////////////////
           SWEEP-SIDELINED-MESSAGE.
            PERFORM RUN-AFFINE-SWEEP

            IF I-LANG-ERROR OR I-SWEEP-PLAIN
             EXIT PARAGRAPH
            END-IF

            IF I-SWEEP-CRIB > 0 OR I-SWEEP-CONF NOT < I-CONF-THRESHOLD
             PERFORM REPORT-SWEEP-ANSWER
            ELSE
             PERFORM HOLD-SWEEP-ANSWER
            END-IF.

           RUN-AFFINE-SWEEP.
            CALL "AFFINE-CRACK" USING
                STR-INPUT, I-INPUT-LEN, STR-LANG-CODE,
                I-CRIB-COUNT, CRIB-TABLE, I-AFFINE-A, I-AFFINE-B,
                STR-SWEEP-TYPE, STR-SWEEP-RESULT, I-SWEEP-CONF,
                I-SWEEP-CRIB, I-LANG-STATUS

      *     An unknown language code would mis-score every message
      *     the same way - refuse the run at the first sign of it
            IF I-LANG-ERROR
             DISPLAY "SOLVBTCH - unknown language code - run refused"
             MOVE 8 TO RETURN-CODE
             SET I-AT-EOF TO TRUE
            END-IF.

           REPORT-SWEEP-ANSWER.
            EVALUATE TRUE
             WHEN I-SWEEP-AFFINE
              ADD 1 TO I-SWEEP-AFFINE-COUNT
             WHEN I-SWEEP-ATBASH
              ADD 1 TO I-SWEEP-ATBASH-COUNT
             WHEN OTHER
              ADD 1 TO I-SWEEP-CAESAR-COUNT
            END-EVALUATE

            IF I-SWEEP-CRIB > 0
             ADD 1 TO I-CRIB-SOLVED
            END-IF

            MOVE I-REC-COUNT      TO AFL-REC-NUM
            MOVE STR-SWEEP-TYPE   TO AFL-TYPE
            MOVE I-AFFINE-A       TO AFL-AFFINE-A
            MOVE I-AFFINE-B       TO AFL-AFFINE-B
            MOVE I-SWEEP-CONF     TO AFL-CONF
            MOVE STR-SWEEP-RESULT TO AFL-TEXT
            WRITE REC-CRACK-RPT FROM STR-AFFINE-LINE.

      *    /////////////////////////////////////////////////////////////
      *    Holds a weak sweep answer on CRACKHOLD with its type and
      *    a/b key, so CRACK-REVIEW reproduces the affine guess
      *    rather than a Caesar shift.  A Caesar key (a=1) is held
      *    as a shift hold instead - CRACK-REVIEW replays those by
      *    shifting forward, so the shift is 26 less b
      *    /////////////////////////////////////////////////////////////
           HOLD-SWEEP-ANSWER.
            ADD 1 TO I-HELD-COUNT
            MOVE I-REC-COUNT    TO HOLD-REC-NUM
            IF I-SWEEP-CAESAR
             COMPUTE HOLD-SHIFT = 26 - I-AFFINE-B
            ELSE
             MOVE 0             TO HOLD-SHIFT
            END-IF
            MOVE I-SWEEP-CONF   TO HOLD-CONF
            MOVE STR-INPUT      TO HOLD-TEXT
            MOVE STR-SWEEP-TYPE TO HOLD-TYPE
            MOVE I-AFFINE-A     TO HOLD-AFFINE-A
            MOVE I-AFFINE-B     TO HOLD-AFFINE-B
            WRITE REC-CRACK-HOLD FROM STR-HOLD-LINE.

           CRACK-ONE-MESSAGE.
      *     The library goes first - a crib hit is a certain
      *     answer, where the frequency score is only a best guess
             EXIT PARAGRAPH
            END-IF

      *     A weak Caesar answer gets the affine sweep before it is
      *     held - affine and Atbash text is just as single-alphabet
      *     as Caesar text, and a sweep answer of either type that
      *     clears the threshold (or lands a crib) replaces it. One
      *     that is still weak but beats the Caesar score is the
      *     guess that goes to the holding file
            IF I-CONFIDENCE < I-CONF-THRESHOLD
             PERFORM RUN-AFFINE-SWEEP
             IF I-LANG-ERROR
              EXIT PARAGRAPH
             END-IF
             IF I-SWEEP-AFFINE OR I-SWEEP-ATBASH
              IF I-SWEEP-CRIB > 0
                    OR I-SWEEP-CONF NOT < I-CONF-THRESHOLD
               PERFORM REPORT-SWEEP-ANSWER
               EXIT PARAGRAPH
              END-IF
              IF I-SWEEP-CONF > I-CONFIDENCE
               PERFORM HOLD-SWEEP-ANSWER
               EXIT PARAGRAPH
              END-IF
             END-IF
            END-IF

            IF I-CONFIDENCE < I-CONF-THRESHOLD
             PERFORM HOLD-ONE-MESSAGE
            ELSE
            MOVE I-RESULT-SHIFT TO HOLD-SHIFT
            MOVE I-CONFIDENCE   TO HOLD-CONF
            MOVE STR-INPUT      TO HOLD-TEXT
            MOVE "CAESAR"       TO HOLD-TYPE
            MOVE 0              TO HOLD-AFFINE-A
            MOVE 0              TO HOLD-AFFINE-B
            WRITE REC-CRACK-HOLD FROM STR-HOLD-LINE.

      *    /////////////////////////////////////////////////////////////
            MOVE I-CRIB-SOLVED TO RPT-CRIB-COUNT
            WRITE REC-CRACK-RPT FROM STR-CRIB-SUMMARY

            MOVE I-SWEEP-AFFINE-COUNT TO RPT-SWEEP-AFFINE
            MOVE I-SWEEP-ATBASH-COUNT TO RPT-SWEEP-ATBASH
            MOVE I-SWEEP-CAESAR-COUNT TO RPT-SWEEP-CAESAR
            WRITE REC-CRACK-RPT FROM STR-SWEEP-SUMMARY

            MOVE I-PLAINTEXT-COUNT TO RPT-PLAIN-COUNT
            MOVE I-CAESAR-COUNT    TO RPT-CAESAR-COUNT
            MOVE I-POLY-COUNT      TO RPT-POLY-COUNT
