               88 I-MODE-ATBASH          VALUE "A" "a".
               88 I-MODE-AFFINE          VALUE "F" "f".
               88 I-MODE-TRANSPOS        VALUE "T" "t".
               88 I-MODE-PLAYFAIR        VALUE "P" "p".

      *    Mirror of LOG-CIPHER-EVENT's STR-LOG-LINE layout, used to
      *    pick the log line apart after READ INTO

             01 STR-BAL-RESULT     PIC X(80).

      *    OUTFILE names a versioned base - the run balanced is the
      *    base's current generation off GEN-CATALOG
             01 C-GEN-FUNC         PIC X(1) VALUE "R".
             01 STR-GEN-BASE       PIC X(44).
             01 STR-GEN-SELECT     PIC X(8) VALUE SPACES.
             01 STR-GEN-PROGRAM    PIC X(8) VALUE SPACES.
             01 STR-GEN-RUN-ID     PIC X(14) VALUE SPACES.
             01 I-GEN-RECORDS      PIC 9(6) VALUE 0.
             01 STR-GEN-DSN        PIC X(44).
             01 I-GEN-NUMBER       PIC 9(4).
             01 I-GEN-STATUS       PIC 9.

           PROCEDURE DIVISION.

           MAINLINE.
            DISPLAY "CIPHBAL - run mode to balance - (E)ncrypt, "
                    "(D)ecrypt, (A)tbash, a(F)fine, (T)ransposition, "
                    "(P)layfair: "
            ACCEPT C-RUN-MODE

            DISPLAY "Run date (YYYYMMDD): "
              MOVE "AFFINE"  TO STR-COUNT-PROGRAM
             WHEN I-MODE-TRANSPOS
              MOVE "TRANSPOS" TO STR-COUNT-PROGRAM
             WHEN I-MODE-PLAYFAIR
              MOVE "PLAYFAIR" TO STR-COUNT-PROGRAM
             WHEN OTHER
              MOVE "ENCRYPT" TO STR-COUNT-PROGRAM
            END-EVALUATE
           READ-TRAILER-TOTALS.
            MOVE "N" TO I-EOF-FLAG

            ACCEPT STR-GEN-BASE FROM ENVIRONMENT "OUTFILE"
            IF STR-GEN-BASE = SPACES
             MOVE "OUTFILE" TO STR-GEN-BASE
            END-IF
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                STR-GEN-SELECT, STR-GEN-PROGRAM, STR-GEN-RUN-ID,
                I-GEN-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS < 2
             DISPLAY "OUTFILE" UPON ENVIRONMENT-NAME
             DISPLAY STR-GEN-DSN UPON ENVIRONMENT-VALUE
            END-IF

            OPEN INPUT CIPHER-OUT
            IF STR-OUTFILE-STATUS = "35"
             DISPLAY "CIPHBAL - no OUTFILE to balance"
