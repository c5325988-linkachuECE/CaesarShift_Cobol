      *    // Restricted-content screen - looks for any SCRNTERM term
      *    // in a record bound for encryption, so material that may
      *    // not leave the shop is stopped before it is enciphered
      *    // rather than found afterwards. SCRNTERM holds one term
      *    // per line with the partner it applies to: *ALL for every
      *    // partner, or a PF-CODE for one partner only. Matching
      *    // ignores case, and a # in a term stands for any digit,
      *    // so an account-number pattern is one line, not ten
      *    // thousand. The file is read once per run unit; a shop
      *    // with no SCRNTERM file screens nothing, the way a key
      *    // with no KEYLIMIT row has no ceiling.
      *    //
      *    // Status 0 the record is clear, 1 it matched and the term
      *    // that matched is handed back.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. CONTENT-SCREEN.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT TERM-FILE ASSIGN TO "SCRNTERM"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-TERM-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  TERM-FILE.
             01 REC-SCRNTERM.
               05 ST-SCOPE       PIC X(8).
               05 FILLER         PIC X(1).
               05 ST-TERM        PIC X(40).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG       PIC X(1) VALUE "N".
               88 I-AT-EOF             VALUE "Y".
             01 STR-TERM-STATUS  PIC X(2).
             01 I-TERMS-LOADED   PIC 9    VALUE 0.

      *    The term table, upper-cased once at load
             01 I-TERM-COUNT     PIC 999  VALUE 0.
             01 TERM-TABLE.
               05 TT-ENTRY OCCURS 200 TIMES.
                 10 TT-SCOPE     PIC X(8).
                 10 TT-TERM      PIC X(40).
                 10 TT-LEN       PIC 99.
             01 I-TERM-ITER      PIC 999.

      *    Scan fields
             01 STR-SCAN-TEXT    PIC X(1000).
             01 I-SCAN-START     PIC 9(4).
             01 I-LAST-START     PIC 9(4).
             01 I-CHAR-ITER      PIC 99.
             01 I-TEXT-POS       PIC 9(4).
             01 I-TERM-HIT       PIC 9.
             01 I-CHAR-MISS      PIC 9.
             01 C-TERM-CHAR      PIC X(1).
             01 C-TEXT-CHAR      PIC X(1).

            LINKAGE SECTION.
             01 STR-CS-PARTNER   PIC X(8).
             01 STR-CS-TEXT      PIC X(1000).
             01 I-CS-LEN         PIC 9(4).
             01 STR-CS-TERM      PIC X(40).
             01 I-CS-STATUS      PIC 9.

           PROCEDURE DIVISION
               USING STR-CS-PARTNER, STR-CS-TEXT, I-CS-LEN,
                     STR-CS-TERM, I-CS-STATUS.

           MAINLINE.
            MOVE 0      TO I-CS-STATUS
            MOVE SPACES TO STR-CS-TERM

            IF I-TERMS-LOADED = 0
             PERFORM LOAD-TERM-FILE
             MOVE 1 TO I-TERMS-LOADED
            END-IF

            IF I-TERM-COUNT = 0 OR I-CS-LEN = 0
             EXIT PROGRAM
            END-IF

            MOVE FUNCTION UPPER-CASE(STR-CS-TEXT(1:I-CS-LEN))
                TO STR-SCAN-TEXT

            PERFORM TRY-ONE-TERM
                VARYING I-TERM-ITER FROM 1 BY 1
                UNTIL I-TERM-ITER > I-TERM-COUNT
                   OR I-CS-STATUS = 1

            EXIT PROGRAM.

           LOAD-TERM-FILE.
            MOVE "N" TO I-EOF-FLAG
            MOVE 0   TO I-TERM-COUNT

            OPEN INPUT TERM-FILE
            IF STR-TERM-STATUS = "35"
             EXIT PARAGRAPH
            END-IF
            IF STR-TERM-STATUS NOT = "00"
             DISPLAY "CONTSCRN - cannot read SCRNTERM - status "
                     STR-TERM-STATUS
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ONE-TERM UNTIL I-AT-EOF
            CLOSE TERM-FILE.

      *    A blank scope line is taken as every partner; a blank
      *    term line is ignored
           LOAD-ONE-TERM.
            READ TERM-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
                  AND ST-TERM NOT = SPACES
                  AND I-TERM-COUNT < 200
             ADD 1 TO I-TERM-COUNT
             MOVE FUNCTION UPPER-CASE(ST-SCOPE)
                 TO TT-SCOPE(I-TERM-COUNT)
             IF TT-SCOPE(I-TERM-COUNT) = SPACES
              MOVE "*ALL" TO TT-SCOPE(I-TERM-COUNT)
             END-IF
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ST-TERM))
                 TO TT-TERM(I-TERM-COUNT)
             COMPUTE TT-LEN(I-TERM-COUNT) =
                 FUNCTION LENGTH(FUNCTION TRIM(ST-TERM))
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    One term against the record - only a term scoped to
      *    every partner or to this record's partner applies
      *    /////////////////////////////////////////////////////////////
           TRY-ONE-TERM.
            IF TT-SCOPE(I-TERM-ITER) NOT = "*ALL"
                  AND TT-SCOPE(I-TERM-ITER) NOT = STR-CS-PARTNER
             EXIT PARAGRAPH
            END-IF

            IF TT-LEN(I-TERM-ITER) > I-CS-LEN
             EXIT PARAGRAPH
            END-IF

            COMPUTE I-LAST-START = I-CS-LEN - TT-LEN(I-TERM-ITER) + 1
            MOVE 0 TO I-TERM-HIT

            PERFORM TRY-ONE-POSITION
                VARYING I-SCAN-START FROM 1 BY 1
                UNTIL I-SCAN-START > I-LAST-START
                   OR I-TERM-HIT = 1

            IF I-TERM-HIT = 1
             MOVE 1 TO I-CS-STATUS
             MOVE TT-TERM(I-TERM-ITER) TO STR-CS-TERM
            END-IF.

           TRY-ONE-POSITION.
            MOVE 0 TO I-CHAR-MISS
            PERFORM MATCH-ONE-CHAR
                VARYING I-CHAR-ITER FROM 1 BY 1
                UNTIL I-CHAR-ITER > TT-LEN(I-TERM-ITER)
                   OR I-CHAR-MISS = 1

            IF I-CHAR-MISS = 0
             MOVE 1 TO I-TERM-HIT
            END-IF.

      *    A # in the term takes any digit in the record
           MATCH-ONE-CHAR.
            MOVE TT-TERM(I-TERM-ITER)(I-CHAR-ITER:1) TO C-TERM-CHAR
            COMPUTE I-TEXT-POS = I-SCAN-START + I-CHAR-ITER - 1
            MOVE STR-SCAN-TEXT(I-TEXT-POS:1) TO C-TEXT-CHAR

            IF C-TERM-CHAR = "#"
             IF C-TEXT-CHAR IS NOT NUMERIC
              MOVE 1 TO I-CHAR-MISS
             END-IF
            ELSE
             IF C-TEXT-CHAR NOT = C-TERM-CHAR
              MOVE 1 TO I-CHAR-MISS
             END-IF
            END-IF.

           END PROGRAM CONTENT-SCREEN.
