      *    // Partner lifecycle service - answers where a partner
      *    // stands on the PARTLIFE register for the drivers that
      *    // must refuse production traffic to anyone not LIVE, and
      *    // records the clean test receipt CIPHRECV takes from a
      *    // partner still TESTING, which PARTADM wants to see
      *    // before it lets them go LIVE.
      *    //   G  get      - the partner's line; a partner with no
      *    //                 line, or no register at all, comes back
      *    //                 LIVE with status 0, since they were
      *    //                 trading before the register existed
      *    //   T  test in  - stamps PL-RECV-DATE and PL-RECV-RUN,
      *    //                 passed in the record, on the partner's
      *    //                 line; only a TESTING line takes it
      *    // Status: 1 the line was found (and, for T, stamped),
      *    // 0 no line or, for T, not TESTING, 2 the PARTLIFE
      *    // enqueue is held and nothing was stamped.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. PARTNER-STATE.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT LIFECYCLE-FILE ASSIGN TO "PARTLIFE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-PARTLIFE-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  LIFECYCLE-FILE.
             01 REC-LIFECYCLE      PIC X(115).

            WORKING-STORAGE SECTION.
             01 I-EOF-FLAG         PIC X(1).
               88 I-AT-EOF               VALUE "Y".
             01 STR-PARTLIFE-STATUS PIC X(2).

             COPY "partlife.cpy".

      *    The register held whole for a T rewrite - one line per
      *    partner, so it is the size of the partner list
             01 I-LINE-COUNT       PIC 999  VALUE 0.
             01 I-LINE-MAX         PIC 999  VALUE 500.
             01 LIFECYCLE-TABLE.
               05 LT-LINE          PIC X(115) OCCURS 500 TIMES.
             01 I-LINE-ITER        PIC 999.
             01 I-FOUND-SLOT       PIC 999.

      *    The receipt the caller passed in for a T stamp
             01 STR-IN-RECV-DATE   PIC X(8).
             01 STR-IN-RECV-RUN    PIC X(14).

      *    Run-lock fields - the register is rewritten whole, so a
      *    stamp enqueues it against a PARTADM session changing
      *    the same lines
             01 C-LOCK-FUNC        PIC X(1).
             01 STR-LOCK-RESOURCE  PIC X(8) VALUE "PARTLIFE".
             01 STR-LOCK-PROGRAM   PIC X(8) VALUE "CIPHRECV".
             01 I-LOCK-STATUS      PIC 9.

            LINKAGE SECTION.
             01 C-PS-FUNC          PIC X(1).
               88 I-FUNC-GET             VALUE "G".
               88 I-FUNC-TEST-IN         VALUE "T".
             01 STR-PS-PARTNER     PIC X(8).
             01 STR-PS-LINE        PIC X(115).
             01 I-PS-STATUS        PIC 9.

           PROCEDURE DIVISION
               USING C-PS-FUNC, STR-PS-PARTNER, STR-PS-LINE,
                     I-PS-STATUS.

           MAINLINE.
            MOVE 0 TO I-PS-STATUS

            EVALUATE TRUE
             WHEN I-FUNC-GET
              PERFORM GET-PARTNER-LINE
             WHEN I-FUNC-TEST-IN
              PERFORM STAMP-TEST-RECEIPT
            END-EVALUATE

            EXIT PROGRAM.

      *    /////////////////////////////////////////////////////////////
      *    One front-to-back read of the register per call - the
      *    drivers ask once per partner, the way they ask
      *    PARTNER-LOOKUP
      *    /////////////////////////////////////////////////////////////
           GET-PARTNER-LINE.
            MOVE SPACES         TO REC-PARTLIFE
            MOVE STR-PS-PARTNER TO PL-PARTNER
            SET PL-IS-LIVE      TO TRUE
            MOVE REC-PARTLIFE   TO STR-PS-LINE

            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT LIFECYCLE-FILE
            IF STR-PARTLIFE-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF

            PERFORM MATCH-ONE-LINE
                UNTIL I-AT-EOF OR I-PS-STATUS = 1
            CLOSE LIFECYCLE-FILE.

           MATCH-ONE-LINE.
            READ LIFECYCLE-FILE INTO REC-PARTLIFE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND PL-PARTNER = STR-PS-PARTNER
             MOVE REC-PARTLIFE TO STR-PS-LINE
             MOVE 1 TO I-PS-STATUS
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Loads the register, stamps the partner's TESTING line
      *    with the receipt the caller passed in, and writes the
      *    register back - all under the PARTLIFE enqueue
      *    /////////////////////////////////////////////////////////////
           STAMP-TEST-RECEIPT.
            MOVE STR-PS-LINE  TO REC-PARTLIFE
            MOVE PL-RECV-DATE TO STR-IN-RECV-DATE
            MOVE PL-RECV-RUN  TO STR-IN-RECV-RUN

            MOVE "A" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            IF I-LOCK-STATUS NOT = 0
             MOVE 2 TO I-PS-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE 0   TO I-LINE-COUNT
            MOVE 0   TO I-FOUND-SLOT
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT LIFECYCLE-FILE
            IF STR-PARTLIFE-STATUS = "00"
             PERFORM LOAD-ONE-LINE UNTIL I-AT-EOF
             CLOSE LIFECYCLE-FILE
            END-IF

            IF I-FOUND-SLOT > 0
             MOVE LT-LINE(I-FOUND-SLOT) TO REC-PARTLIFE
             IF PL-IS-TESTING
              MOVE STR-IN-RECV-DATE TO PL-RECV-DATE
              MOVE STR-IN-RECV-RUN  TO PL-RECV-RUN
              MOVE REC-PARTLIFE TO LT-LINE(I-FOUND-SLOT)
              PERFORM REWRITE-LIFECYCLE-FILE
              MOVE REC-PARTLIFE TO STR-PS-LINE
              MOVE 1 TO I-PS-STATUS
             END-IF
            END-IF

            MOVE "R" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS.

      *    A register past the table is never rewritten short - the
      *    stamp is simply not taken
           LOAD-ONE-LINE.
            READ LIFECYCLE-FILE INTO REC-PARTLIFE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR REC-PARTLIFE = SPACES
             EXIT PARAGRAPH
            END-IF

            IF I-LINE-COUNT >= I-LINE-MAX
             MOVE 0 TO I-FOUND-SLOT
             SET I-AT-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-LINE-COUNT
            MOVE REC-PARTLIFE TO LT-LINE(I-LINE-COUNT)
            IF PL-PARTNER = STR-PS-PARTNER
             MOVE I-LINE-COUNT TO I-FOUND-SLOT
            END-IF.

           REWRITE-LIFECYCLE-FILE.
            OPEN OUTPUT LIFECYCLE-FILE
            PERFORM WRITE-ONE-LINE
                VARYING I-LINE-ITER FROM 1 BY 1
                UNTIL I-LINE-ITER > I-LINE-COUNT
            CLOSE LIFECYCLE-FILE.

           WRITE-ONE-LINE.
            WRITE REC-LIFECYCLE FROM LT-LINE(I-LINE-ITER).

           END PROGRAM PARTNER-STATE.
