      *    // Per-partner interchange control numbers for the
      *    // transmission envelope. ENVCTL holds one line per
      *    // partner: the last control number we put on an envelope
      *    // going to them, and the last one we accepted on an
      *    // envelope coming from them. It lives next to SERIALF and
      *    // is kept the same way - loaded whole, changed in
      *    // storage, written back whole the moment a number moves,
      *    // so an abend never re-issues an outbound number or lets
      *    // an accepted inbound one be accepted twice.
      *    //
      *    // N hands out the partner's next outbound number (a
      *    // partner with no row starts at 000000001). C checks an
      *    // inbound number without moving anything: 0 it is the
      *    // next one expected, 1 it is a repeat or older than the
      *    // last accepted, 2 numbers are missing before it. P
      *    // records an inbound number as accepted. Status 8 is a
      *    // file that cannot be read or rewritten.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. ENV-CONTROL.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT CONTROL-FILE ASSIGN TO "ENVCTL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-CONTROL-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  CONTROL-FILE.
             01 REC-ENVCTL.
               05 EC-PARTNER     PIC X(8).
               05 FILLER         PIC X(1).
               05 EC-LAST-OUT    PIC 9(9).
               05 FILLER         PIC X(1).
               05 EC-LAST-IN     PIC 9(9).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-CONTROL-STATUS PIC X(2).

      *    The control table - a shop has dozens of partners, not
      *    thousands
             01 I-CONTROL-COUNT    PIC 999  VALUE 0.
             01 CONTROL-TABLE.
               05 CT-ENTRY OCCURS 200 TIMES.
                 10 CT-PARTNER     PIC X(8).
                 10 CT-LAST-OUT    PIC 9(9).
                 10 CT-LAST-IN     PIC 9(9).
             01 I-CONTROL-ITER     PIC 999.
             01 I-FOUND-SLOT       PIC 999.

            LINKAGE SECTION.
      *    N next outbound, C check inbound, P post inbound
             01 C-EC-FUNC          PIC X(1).
             01 STR-EC-PARTNER     PIC X(8).
      *    Returned on N; stated by the caller on C and P
             01 I-EC-CONTROL       PIC 9(9).
      *    The inbound number the partner should have sent next
             01 I-EC-EXPECTED      PIC 9(9).
             01 I-EC-STATUS        PIC 9.

           PROCEDURE DIVISION
               USING C-EC-FUNC, STR-EC-PARTNER, I-EC-CONTROL,
                     I-EC-EXPECTED, I-EC-STATUS.

           MAINLINE.
            MOVE 0 TO I-EC-STATUS
            MOVE 0 TO I-EC-EXPECTED

            PERFORM LOAD-CONTROL-FILE
            IF I-EC-STATUS NOT = 0
             EXIT PROGRAM
            END-IF

            PERFORM FIND-CONTROL-SLOT

      *     A partner with no row yet has sent nothing and been sent
      *     nothing - both counters start from zero
            IF I-FOUND-SLOT = 0
             IF I-CONTROL-COUNT >= 200
              DISPLAY "ENVCTL - control table is full"
              MOVE 8 TO I-EC-STATUS
              EXIT PROGRAM
             END-IF
             ADD 1 TO I-CONTROL-COUNT
             MOVE I-CONTROL-COUNT TO I-FOUND-SLOT
             MOVE STR-EC-PARTNER TO CT-PARTNER(I-FOUND-SLOT)
             MOVE 0 TO CT-LAST-OUT(I-FOUND-SLOT)
             MOVE 0 TO CT-LAST-IN(I-FOUND-SLOT)
            END-IF

            IF CT-LAST-IN(I-FOUND-SLOT) = 999999999
             MOVE 1 TO I-EC-EXPECTED
            ELSE
             COMPUTE I-EC-EXPECTED = CT-LAST-IN(I-FOUND-SLOT) + 1
            END-IF

            EVALUATE C-EC-FUNC
             WHEN "N"
              PERFORM ISSUE-OUTBOUND-CONTROL
             WHEN "C"
              PERFORM CHECK-INBOUND-CONTROL
             WHEN "P"
              MOVE I-EC-CONTROL TO CT-LAST-IN(I-FOUND-SLOT)
              PERFORM REWRITE-CONTROL-FILE
             WHEN OTHER
              MOVE 8 TO I-EC-STATUS
            END-EVALUATE

            EXIT PROGRAM.

      *    /////////////////////////////////////////////////////////////
      *    The next outbound number - persisted before it is handed
      *    back, so a number on an envelope is never on another one.
      *    The nine digits wrap to one, never to zero.
      *    /////////////////////////////////////////////////////////////
           ISSUE-OUTBOUND-CONTROL.
            IF CT-LAST-OUT(I-FOUND-SLOT) = 999999999
             MOVE 1 TO CT-LAST-OUT(I-FOUND-SLOT)
            ELSE
             ADD 1 TO CT-LAST-OUT(I-FOUND-SLOT)
            END-IF

            PERFORM REWRITE-CONTROL-FILE
            IF I-EC-STATUS = 0
             MOVE CT-LAST-OUT(I-FOUND-SLOT) TO I-EC-CONTROL
            ELSE
             MOVE 0 TO I-EC-CONTROL
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Holds an inbound number against the last one accepted -
      *    nothing moves until the caller posts it
      *    /////////////////////////////////////////////////////////////
           CHECK-INBOUND-CONTROL.
            EVALUATE TRUE
             WHEN I-EC-CONTROL = I-EC-EXPECTED
              MOVE 0 TO I-EC-STATUS
             WHEN I-EC-CONTROL NOT > CT-LAST-IN(I-FOUND-SLOT)
              MOVE 1 TO I-EC-STATUS
             WHEN OTHER
              MOVE 2 TO I-EC-STATUS
            END-EVALUATE.

           LOAD-CONTROL-FILE.
            MOVE "N" TO I-EOF-FLAG
            MOVE 0   TO I-CONTROL-COUNT

            OPEN INPUT CONTROL-FILE
            IF STR-CONTROL-STATUS = "35"
      *      No control file yet - the first rewrite creates it
             EXIT PARAGRAPH
            END-IF
            IF STR-CONTROL-STATUS NOT = "00"
             DISPLAY "ENVCTL - cannot read ENVCTL - status "
                     STR-CONTROL-STATUS
             MOVE 8 TO I-EC-STATUS
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ONE-CONTROL UNTIL I-AT-EOF
            CLOSE CONTROL-FILE.

           LOAD-ONE-CONTROL.
            READ CONTROL-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
                  AND EC-PARTNER NOT = SPACES
                  AND EC-LAST-OUT IS NUMERIC
                  AND EC-LAST-IN IS NUMERIC
                  AND I-CONTROL-COUNT < 200
             ADD 1 TO I-CONTROL-COUNT
             MOVE EC-PARTNER  TO CT-PARTNER(I-CONTROL-COUNT)
             MOVE EC-LAST-OUT TO CT-LAST-OUT(I-CONTROL-COUNT)
             MOVE EC-LAST-IN  TO CT-LAST-IN(I-CONTROL-COUNT)
            END-IF.

           FIND-CONTROL-SLOT.
            MOVE 0 TO I-FOUND-SLOT
            PERFORM MATCH-ONE-CONTROL
                VARYING I-CONTROL-ITER FROM 1 BY 1
                UNTIL I-CONTROL-ITER > I-CONTROL-COUNT.

           MATCH-ONE-CONTROL.
            IF CT-PARTNER(I-CONTROL-ITER) = STR-EC-PARTNER
             MOVE I-CONTROL-ITER TO I-FOUND-SLOT
            END-IF.

           REWRITE-CONTROL-FILE.
            OPEN OUTPUT CONTROL-FILE
            IF STR-CONTROL-STATUS NOT = "00"
             DISPLAY "ENVCTL - cannot rewrite ENVCTL - status "
                     STR-CONTROL-STATUS
             MOVE 8 TO I-EC-STATUS
             EXIT PARAGRAPH
            END-IF

            PERFORM WRITE-ONE-CONTROL
                VARYING I-CONTROL-ITER FROM 1 BY 1
                UNTIL I-CONTROL-ITER > I-CONTROL-COUNT

            CLOSE CONTROL-FILE.

           WRITE-ONE-CONTROL.
            MOVE SPACES                      TO REC-ENVCTL
            MOVE CT-PARTNER(I-CONTROL-ITER)  TO EC-PARTNER
            MOVE CT-LAST-OUT(I-CONTROL-ITER) TO EC-LAST-OUT
            MOVE CT-LAST-IN(I-CONTROL-ITER)  TO EC-LAST-IN
            WRITE REC-ENVCTL.

           END PROGRAM ENV-CONTROL.
