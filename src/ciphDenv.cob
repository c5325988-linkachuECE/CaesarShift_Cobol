      *    // Transmission de-envelope - the step in front of CIPHRECV
      *    // for a partner whose traffic arrives in an interchange
      *    // envelope. Takes the enveloped file on ENVINBND and the
      *    // sending partner's code, and proves the envelope before
      *    // anything is accepted: the opening segment is record 1
      *    // and the closing segment the last, the sender and
      *    // receiver are the interchange IDs on the partner's
      *    // profile, the two control numbers agree, the closing
      *    // count matches the records enclosed, and the control
      *    // number is the next one ENVCTL expects from that partner
      *    // - a repeat is a replayed interchange, a jump means one
      *    // went missing. A clean envelope is stripped and the bare
      *    // file lands on INBOUND for CIPHRECV, and the control
      *    // number is posted as received. Anything else refuses the
      *    // file whole with RC=8 and nothing is landed; the report
      *    // is on DENVRPT.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. CIPHDENV.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT ENVELOPED-IN ASSIGN TO "ENVINBND"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-ENVIN-STATUS.
                 SELECT INBOUND-FILE ASSIGN TO "INBOUND"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-INBOUND-STATUS.
                 SELECT DENVELOPE-RPT ASSIGN TO "DENVRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
            FILE SECTION.
      *    Wide enough for a fully tailed record - 100 bytes of
      *    content, the " CHK=nnnn" integrity tail, and the
      *    " SER=nnnnnnn" serial tail
             FD  ENVELOPED-IN.
             01 REC-ENVELOPED-IN   PIC X(121).

             FD  INBOUND-FILE.
             01 REC-INBOUND        PIC X(121).

             FD  DENVELOPE-RPT.
             01 REC-DENVELOPE-RPT  PIC X(80).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-ENVIN-STATUS   PIC X(2).
             01 STR-INBOUND-STATUS PIC X(2).

             COPY "enveloperec.cpy".

             01 STR-IN-BUFFER      PIC X(121).
             01 I-RECORD-NUM       PIC 9(7) VALUE 0.
             01 I-ENCLOSED-COUNT   PIC 9(7) VALUE 0.
             01 I-OPEN-SEEN        PIC 9    VALUE 0.
             01 I-LAST-CLOSE       PIC 9    VALUE 0.
             01 I-FAULT-COUNT      PIC 99   VALUE 0.
             01 I-RUN-RC           PIC 99   VALUE 0.

      *    The sending partner's profile - the interchange IDs the
      *    envelope must carry ride on it
             01 STR-WANT-PARTNER   PIC X(8).
             COPY "partrec.cpy".
             01 I-PROFILE-FOUND    PIC 9.

      *    ENV-CONTROL call fields
             01 C-CTL-FUNC         PIC X(1).
             01 I-CTL-NUMBER       PIC 9(9) VALUE 0.
             01 I-CTL-EXPECTED     PIC 9(9) VALUE 0.
             01 I-CTL-STATUS       PIC 9.

      *    Run-history fields
             01 STR-RH-PROGRAM     PIC X(8) VALUE "CIPHDENV".
             01 C-CLOCK-STAMP      PIC X(1) VALUE "S".
             01 STR-RUN-START      PIC X(14).
             01 STR-RH-INPUT-DD    PIC X(8) VALUE "ENVINBND".
             01 STR-RH-OUTPUT-DD   PIC X(8) VALUE "INBOUND".
             01 I-RH-RECORDS       PIC 9(6) VALUE 0.
             01 I-RH-ZERO          PIC 9(6) VALUE 0.

      *    Report line layouts
             01 STR-DEN-HEADER     PIC X(80)
                 VALUE "TRANSMISSION DE-ENVELOPE REPORT".
             01 STR-DEN-BLANK      PIC X(80) VALUE SPACES.
             01 STR-DEN-FAULT.
               05 FILLER           PIC X(8) VALUE "FAULT - ".
               05 DEN-FAULT-TEXT   PIC X(72).
             01 STR-DEN-SEQ-FAULT.
               05 DEN-SEQ-TEXT     PIC X(34).
               05 FILLER           PIC X(5) VALUE " CTL=".
               05 DEN-SEQ-CONTROL  PIC 9(9).
               05 FILLER           PIC X(10) VALUE " EXPECTED=".
               05 DEN-SEQ-EXPECTED PIC 9(9).
               05 FILLER           PIC X(5) VALUE SPACES.
             01 STR-DEN-PARTNER-LINE.
               05 FILLER           PIC X(8) VALUE "PARTNER=".
               05 DEN-PARTNER      PIC X(8).
               05 FILLER           PIC X(8) VALUE " SENDER=".
               05 DEN-SENDER       PIC X(15).
               05 FILLER           PIC X(10) VALUE " RECEIVER=".
               05 DEN-RECEIVER     PIC X(15).
               05 FILLER           PIC X(16) VALUE SPACES.
             01 STR-DEN-COUNT-LINE.
               05 FILLER           PIC X(8) VALUE "CONTROL=".
               05 DEN-CONTROL      PIC 9(9).
               05 FILLER           PIC X(18)
                   VALUE " RECORDS ENCLOSED=".
               05 DEN-RECORDS      PIC 9(7).
               05 FILLER           PIC X(15)
                   VALUE " CLOSE RECORDS=".
               05 DEN-CLOSE-RECS   PIC 9(7).
               05 FILLER           PIC X(16) VALUE SPACES.
             01 STR-DEN-RESULT     PIC X(80).

           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            DISPLAY "CIPHDENV - transmission de-envelope"
            DISPLAY "Sending partner code: "
            ACCEPT STR-WANT-PARTNER
            MOVE FUNCTION UPPER-CASE(STR-WANT-PARTNER)
                TO STR-WANT-PARTNER

            OPEN OUTPUT DENVELOPE-RPT
            WRITE REC-DENVELOPE-RPT FROM STR-DEN-HEADER
            WRITE REC-DENVELOPE-RPT FROM STR-DEN-BLANK

            PERFORM RESOLVE-SENDING-PARTNER
            IF I-FAULT-COUNT > 0
             PERFORM REFUSE-WHOLE-FILE
            END-IF

            PERFORM PROVE-ENVELOPE
            IF I-FAULT-COUNT > 0
             PERFORM REFUSE-WHOLE-FILE
            END-IF

            PERFORM CHECK-CONTROL-SEQUENCE
            IF I-FAULT-COUNT > 0
             PERFORM REFUSE-WHOLE-FILE
            END-IF

            PERFORM LAND-BARE-FILE
            IF I-FAULT-COUNT > 0
             PERFORM REFUSE-WHOLE-FILE
            END-IF

      *     The interchange is accepted - the number is posted so
      *     the same envelope can never be accepted again
            MOVE "P" TO C-CTL-FUNC
            CALL "ENV-CONTROL" USING C-CTL-FUNC, STR-WANT-PARTNER,
                I-CTL-NUMBER, I-CTL-EXPECTED, I-CTL-STATUS
            IF I-CTL-STATUS NOT = 0
             MOVE "CONTROL NUMBER NOT POSTED - ENVCTL NOT UPDATED"
                 TO DEN-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             MOVE 4 TO I-RUN-RC
            END-IF

            MOVE "ENVELOPE ACCEPTED - INBOUND READY FOR CIPHRECV"
                TO STR-DEN-RESULT
            PERFORM WRITE-DENVELOPE-RESULT

            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    The partner must be on PARTFILE with both interchange IDs
      *    - a partner that sends bare files goes straight to
      *    CIPHRECV, not through here
      *    /////////////////////////////////////////////////////////////
           RESOLVE-SENDING-PARTNER.
            CALL "PARTNER-LOOKUP" USING STR-WANT-PARTNER,
                                        REC-PARTNER-PROFILE,
                                        I-PROFILE-FOUND

            MOVE STR-WANT-PARTNER TO DEN-PARTNER
            IF I-PROFILE-FOUND NOT = 1
             MOVE "NO PARTFILE PROFILE FOR THE SENDING PARTNER"
                 TO DEN-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF

            IF PF-ENV-OURID = SPACES OR PF-ENV-THEIRID = SPACES
             MOVE "PARTNER SENDS BARE FILES - NO INTERCHANGE IDS"
                 TO DEN-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    First pass - the envelope's shape, its IDs, its two
      *    control numbers and its count. Nothing is written.
      *    /////////////////////////////////////////////////////////////
           PROVE-ENVELOPE.
            OPEN INPUT ENVELOPED-IN
            IF STR-ENVIN-STATUS NOT = "00"
             MOVE "NO ENVELOPED FILE TO RECEIVE" TO DEN-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF

            PERFORM PROVE-ONE-RECORD UNTIL I-AT-EOF
            CLOSE ENVELOPED-IN

            WRITE REC-DENVELOPE-RPT FROM STR-DEN-PARTNER-LINE

            IF I-OPEN-SEEN = 0
             MOVE "NO OPENING SEGMENT AT TOP OF FILE"
                 TO DEN-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF

            IF I-LAST-CLOSE = 0
             MOVE "NO CLOSING SEGMENT - FILE MAY BE CUT SHORT"
                 TO DEN-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF

            IF EO-SENDER NOT = PF-ENV-THEIRID
             MOVE "SENDER IS NOT THE PARTNER'S INTERCHANGE ID"
                 TO DEN-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
            END-IF

            IF EO-RECEIVER NOT = PF-ENV-OURID
             MOVE "RECEIVER IS NOT OUR INTERCHANGE ID"
                 TO DEN-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
            END-IF

            IF EO-CONTROL IS NOT NUMERIC
                  OR EZ-CONTROL IS NOT NUMERIC
                  OR EO-CONTROL NOT = EZ-CONTROL
             MOVE "OPENING AND CLOSING CONTROL NUMBERS DIFFER"
                 TO DEN-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
            ELSE
             MOVE EO-CONTROL TO I-CTL-NUMBER
            END-IF

      *     Enclosed means everything between the two segments
            COMPUTE I-ENCLOSED-COUNT = I-RECORD-NUM - 2
            MOVE I-CTL-NUMBER     TO DEN-CONTROL
            MOVE I-ENCLOSED-COUNT TO DEN-RECORDS
            IF EZ-RECORDS IS NUMERIC
             MOVE EZ-RECORDS TO DEN-CLOSE-RECS
            ELSE
             MOVE 0 TO DEN-CLOSE-RECS
            END-IF
            WRITE REC-DENVELOPE-RPT FROM STR-DEN-COUNT-LINE

            IF EZ-RECORDS IS NOT NUMERIC
                  OR EZ-RECORDS NOT = I-ENCLOSED-COUNT
             MOVE "CLOSING COUNT DOES NOT MATCH THE RECORDS ENCLOSED"
                 TO DEN-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
            END-IF.

           PROVE-ONE-RECORD.
            READ ENVELOPED-IN INTO STR-IN-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
             ADD 1 TO I-RECORD-NUM

      *      Only the last closing segment closes the envelope - a
      *      record after one means it closed something too early
             IF I-LAST-CLOSE = 1
              MOVE "CLOSING SEGMENT INSIDE THE ENVELOPE"
                  TO DEN-FAULT-TEXT
              PERFORM WRITE-ONE-FAULT
              MOVE 0 TO I-LAST-CLOSE
             END-IF

             EVALUATE TRUE
              WHEN I-RECORD-NUM = 1
                   AND STR-IN-BUFFER(1:9) = "ENVOPEN -"
               MOVE 1 TO I-OPEN-SEEN
               MOVE STR-IN-BUFFER TO REC-ENV-OPEN
               MOVE EO-SENDER   TO DEN-SENDER
               MOVE EO-RECEIVER TO DEN-RECEIVER

      *      A second opening segment is two interchanges run
      *      together - one of them has lost its closing segment
              WHEN STR-IN-BUFFER(1:9) = "ENVOPEN -"
               MOVE "OPENING SEGMENT INSIDE THE ENVELOPE"
                   TO DEN-FAULT-TEXT
               PERFORM WRITE-ONE-FAULT

              WHEN STR-IN-BUFFER(1:10) = "ENVCLOSE -"
               MOVE 1 TO I-LAST-CLOSE
               MOVE STR-IN-BUFFER TO REC-ENV-CLOSE

              WHEN OTHER
               CONTINUE
             END-EVALUATE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    The control number against the last one accepted from
      *    this partner - checked, not posted, until the file lands
      *    /////////////////////////////////////////////////////////////
           CHECK-CONTROL-SEQUENCE.
            MOVE "C" TO C-CTL-FUNC
            CALL "ENV-CONTROL" USING C-CTL-FUNC, STR-WANT-PARTNER,
                I-CTL-NUMBER, I-CTL-EXPECTED, I-CTL-STATUS

            MOVE I-CTL-NUMBER   TO DEN-SEQ-CONTROL
            MOVE I-CTL-EXPECTED TO DEN-SEQ-EXPECTED
            EVALUATE I-CTL-STATUS
             WHEN 0
              CONTINUE
             WHEN 1
              MOVE "CONTROL NUMBER ALREADY RECEIVED"
                  TO DEN-SEQ-TEXT
              MOVE STR-DEN-SEQ-FAULT TO DEN-FAULT-TEXT
              PERFORM WRITE-ONE-FAULT
             WHEN 2
              MOVE "CONTROL NUMBER OUT OF SEQUENCE"
                  TO DEN-SEQ-TEXT
              MOVE STR-DEN-SEQ-FAULT TO DEN-FAULT-TEXT
              PERFORM WRITE-ONE-FAULT
             WHEN OTHER
              MOVE "ENVCTL CANNOT BE READ - SEQUENCE UNPROVEN"
                  TO DEN-FAULT-TEXT
              PERFORM WRITE-ONE-FAULT
              MOVE 12 TO I-RUN-RC
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    Second pass - the enclosed records, as they stand, onto
      *    INBOUND; the two segments stay behind
      *    /////////////////////////////////////////////////////////////
           LAND-BARE-FILE.
            OPEN OUTPUT INBOUND-FILE
            IF STR-INBOUND-STATUS NOT = "00"
             MOVE "INBOUND CANNOT BE OPENED" TO DEN-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             MOVE 12 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            MOVE 0   TO I-RECORD-NUM
            OPEN INPUT ENVELOPED-IN
            PERFORM LAND-ONE-RECORD UNTIL I-AT-EOF
            CLOSE ENVELOPED-IN
            CLOSE INBOUND-FILE.

           LAND-ONE-RECORD.
            READ ENVELOPED-IN INTO STR-IN-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
             ADD 1 TO I-RECORD-NUM
             IF I-RECORD-NUM > 1
                   AND I-RECORD-NUM NOT > I-ENCLOSED-COUNT + 1
              WRITE REC-INBOUND FROM STR-IN-BUFFER
             END-IF
            END-IF.

           WRITE-ONE-FAULT.
            ADD 1 TO I-FAULT-COUNT
            WRITE REC-DENVELOPE-RPT FROM STR-DEN-FAULT.

           REFUSE-WHOLE-FILE.
            MOVE "ENVELOPE REFUSED WHOLE - NOTHING LANDED"
                TO STR-DEN-RESULT
            IF I-RUN-RC < 8
             MOVE 8 TO I-RUN-RC
            END-IF
            MOVE 0 TO I-ENCLOSED-COUNT
            PERFORM WRITE-DENVELOPE-RESULT
            MOVE I-RUN-RC TO RETURN-CODE
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    Report result line and the run-history entry - the CALL
      *    clears RETURN-CODE, so the caller sets it afterwards
      *    /////////////////////////////////////////////////////////////
           WRITE-DENVELOPE-RESULT.
            WRITE REC-DENVELOPE-RPT FROM STR-DEN-BLANK
            WRITE REC-DENVELOPE-RPT FROM STR-DEN-RESULT
            CLOSE DENVELOPE-RPT
            DISPLAY "CIPHDENV - " STR-DEN-RESULT

            MOVE I-ENCLOSED-COUNT TO I-RH-RECORDS
            CALL "LOG-RUN-HISTORY" USING STR-RH-PROGRAM,
                STR-RH-INPUT-DD, STR-RH-OUTPUT-DD, I-RH-RECORDS,
                I-RH-ZERO, I-RH-ZERO, I-RUN-RC.

           END PROGRAM CIPHDENV.
