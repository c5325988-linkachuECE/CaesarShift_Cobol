      *    // Transmission envelope - wraps a finished output file for
      *    // a named partner whose gateway wants an interchange
      *    // envelope around everything it is sent. Takes the
      *    // partner code and the register dataset name, resolves
      *    // the current generation off GEN-CATALOG, and will only
      *    // wrap a file the OUTREG register shows CIPHVRFY passed -
      *    // an unverified file is never dressed up for sending.
      *    // The envelope puts an opening segment ahead of the
      *    // header (our interchange ID as sender, the partner's as
      *    // receiver, the next control number off ENVCTL, the date
      *    // and time) and a closing segment after the trailer
      *    // carrying the count of records enclosed and the same
      *    // control number. The wrapped file lands on ENVOUT with a
      *    // report on ENVRPT; RC=8 means nothing was wrapped.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. CIPHENV.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT ENVELOPE-IN ASSIGN TO "ENVIN"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-ENVIN-STATUS.
                 SELECT ENVELOPE-OUT ASSIGN TO "ENVOUT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-ENVOUT-STATUS.
                 SELECT ENVELOPE-RPT ASSIGN TO "ENVRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
                 SELECT OUTREG-FILE ASSIGN TO "OUTREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-OUTREG-STATUS.

           DATA DIVISION.
            FILE SECTION.
      *    Wide enough for a fully tailed record - 100 bytes of
      *    content, the " CHK=nnnn" integrity tail, and the
      *    " SER=nnnnnnn" serial tail
             FD  ENVELOPE-IN.
             01 REC-ENVELOPE-IN    PIC X(121).

             FD  ENVELOPE-OUT.
             01 REC-ENVELOPE-OUT   PIC X(121).

             FD  ENVELOPE-RPT.
             01 REC-ENVELOPE-RPT   PIC X(80).

             FD  OUTREG-FILE.
             COPY "outregrec.cpy".

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-ENVIN-STATUS   PIC X(2).
             01 STR-ENVOUT-STATUS  PIC X(2).
             01 STR-OUTREG-STATUS  PIC X(2).

             COPY "enveloperec.cpy".

             01 STR-IN-BUFFER      PIC X(121).
             01 I-RECORD-NUM       PIC 9(7) VALUE 0.
             01 I-LAST-TRAILER     PIC 9    VALUE 0.
             01 I-FAULT-COUNT      PIC 99   VALUE 0.
             01 I-RUN-RC           PIC 99   VALUE 0.

      *    The receiving partner's profile - the interchange IDs
      *    ride on it
             01 STR-WANT-PARTNER   PIC X(8).
             COPY "partrec.cpy".
             01 I-PROFILE-FOUND    PIC 9.

      *    The register entry the file must carry - the latest one
      *    filed under the generation's name
             01 STR-REG-DSN        PIC X(44) VALUE SPACES.
             01 I-REG-FOUND        PIC 9    VALUE 0.
             01 STR-REG-STATUS     PIC X(8).
             01 STR-REG-PARTNER    PIC X(8).

      *    Generation fields - the register name may be a base, and
      *    the file wrapped is its current generation
             01 C-GEN-FUNC         PIC X(1) VALUE "R".
             01 STR-GEN-BASE       PIC X(44).
             01 STR-GEN-SELECT     PIC X(8) VALUE SPACES.
             01 STR-GEN-PROGRAM    PIC X(8) VALUE SPACES.
             01 STR-GEN-RUN-ID     PIC X(14) VALUE SPACES.
             01 I-GEN-RECORDS      PIC 9(6) VALUE 0.
             01 STR-GEN-DSN        PIC X(44).
             01 I-GEN-NUMBER       PIC 9(4).
             01 I-GEN-STATUS       PIC 9.

      *    ENV-CONTROL call fields
             01 C-CTL-FUNC         PIC X(1) VALUE "N".
             01 I-CTL-NUMBER       PIC 9(9) VALUE 0.
             01 I-CTL-EXPECTED     PIC 9(9).
             01 I-CTL-STATUS       PIC 9.

      *    Envelope date and time - the business date, as the
      *    file's own header carries it, and the wall clock
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-BUSINESS-DATE  PIC X(8).
             01 STR-CLOCK-NOW      PIC X(21).

      *    Run-history fields
             01 STR-RH-PROGRAM     PIC X(8) VALUE "CIPHENV".
             01 C-CLOCK-STAMP      PIC X(1) VALUE "S".
             01 STR-RUN-START      PIC X(14).
             01 STR-RH-INPUT-DD    PIC X(8) VALUE "ENVIN".
             01 STR-RH-OUTPUT-DD   PIC X(8) VALUE "ENVOUT".
             01 I-RH-RECORDS       PIC 9(6) VALUE 0.
             01 I-RH-ZERO          PIC 9(6) VALUE 0.

      *    Report line layouts
             01 STR-ENV-HEADER     PIC X(80)
                 VALUE "TRANSMISSION ENVELOPE REPORT".
             01 STR-ENV-BLANK      PIC X(80) VALUE SPACES.
             01 STR-ENV-FAULT.
               05 FILLER           PIC X(8) VALUE "FAULT - ".
               05 ENV-FAULT-TEXT   PIC X(72).
             01 STR-ENV-PARTNER-LINE.
               05 FILLER           PIC X(8) VALUE "PARTNER=".
               05 ENV-PARTNER      PIC X(8).
               05 FILLER           PIC X(8) VALUE " SENDER=".
               05 ENV-SENDER       PIC X(15).
               05 FILLER           PIC X(10) VALUE " RECEIVER=".
               05 ENV-RECEIVER     PIC X(15).
               05 FILLER           PIC X(16) VALUE SPACES.
             01 STR-ENV-DSN-LINE.
               05 FILLER           PIC X(11) VALUE "GENERATION=".
               05 ENV-DSN          PIC X(44).
               05 FILLER           PIC X(8) VALUE " STATUS=".
               05 ENV-REG-STATUS   PIC X(8).
               05 FILLER           PIC X(9) VALUE SPACES.
             01 STR-ENV-COUNT-LINE.
               05 FILLER           PIC X(8) VALUE "CONTROL=".
               05 ENV-CONTROL      PIC 9(9).
               05 FILLER           PIC X(18)
                   VALUE " RECORDS ENCLOSED=".
               05 ENV-RECORDS      PIC 9(7).
               05 FILLER           PIC X(38) VALUE SPACES.
             01 STR-ENV-RESULT     PIC X(80).

           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            DISPLAY "CIPHENV - transmission envelope"
            DISPLAY "Receiving partner code: "
            ACCEPT STR-WANT-PARTNER
            MOVE FUNCTION UPPER-CASE(STR-WANT-PARTNER)
                TO STR-WANT-PARTNER

      *    The register name comes the way CIPHVRFY takes it -
      *    ENVDSN from a controller, otherwise asked for
            ACCEPT STR-REG-DSN FROM ENVIRONMENT "ENVDSN"
            IF STR-REG-DSN = SPACES
             DISPLAY "Register dataset name of the verified output: "
             ACCEPT STR-REG-DSN
            END-IF

            OPEN OUTPUT ENVELOPE-RPT
            WRITE REC-ENVELOPE-RPT FROM STR-ENV-HEADER
            WRITE REC-ENVELOPE-RPT FROM STR-ENV-BLANK

            PERFORM RESOLVE-RECEIVING-PARTNER
            IF I-FAULT-COUNT > 0
             PERFORM REFUSE-ENVELOPE
            END-IF

            PERFORM RESOLVE-ENVELOPE-GENERATION
            IF I-FAULT-COUNT > 0
             PERFORM REFUSE-ENVELOPE
            END-IF

            PERFORM CHECK-REGISTER-STATUS
            IF I-FAULT-COUNT > 0
             PERFORM REFUSE-ENVELOPE
            END-IF

            PERFORM PROVE-ENCLOSED-FILE
            IF I-FAULT-COUNT > 0
             PERFORM REFUSE-ENVELOPE
            END-IF

      *     Only now is a control number spent - a refused file
      *     leaves no hole in the partner's sequence
            CALL "ENV-CONTROL" USING C-CTL-FUNC, STR-WANT-PARTNER,
                I-CTL-NUMBER, I-CTL-EXPECTED, I-CTL-STATUS
            IF I-CTL-STATUS NOT = 0
             MOVE "NO CONTROL NUMBER - ENVCTL CANNOT BE UPDATED"
                 TO ENV-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             MOVE 12 TO I-RUN-RC
             PERFORM REFUSE-ENVELOPE
            END-IF

            PERFORM WRITE-ENVELOPED-FILE

            MOVE "FILE ENVELOPED - READY TO TRANSMIT"
                TO STR-ENV-RESULT
            PERFORM WRITE-ENVELOPE-RESULT

            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    The partner must be on PARTFILE with both interchange IDs
      *    - a partner that takes bare files has nothing to put on
      *    an envelope
      *    /////////////////////////////////////////////////////////////
           RESOLVE-RECEIVING-PARTNER.
            CALL "PARTNER-LOOKUP" USING STR-WANT-PARTNER,
                                        REC-PARTNER-PROFILE,
                                        I-PROFILE-FOUND

            MOVE STR-WANT-PARTNER TO ENV-PARTNER
            IF I-PROFILE-FOUND NOT = 1
             MOVE "NO PARTFILE PROFILE FOR THE RECEIVING PARTNER"
                 TO ENV-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF

            MOVE PF-ENV-OURID   TO ENV-SENDER
            MOVE PF-ENV-THEIRID TO ENV-RECEIVER
            WRITE REC-ENVELOPE-RPT FROM STR-ENV-PARTNER-LINE

            IF PF-ENV-OURID = SPACES OR PF-ENV-THEIRID = SPACES
             MOVE "PARTNER TAKES BARE FILES - NO INTERCHANGE IDS"
                 TO ENV-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Points ENVIN at the current generation of the stated
      *    dataset - a base that was never versioned is wrapped as
      *    it stands, under its own name
      *    /////////////////////////////////////////////////////////////
           RESOLVE-ENVELOPE-GENERATION.
            IF STR-REG-DSN = SPACES
             MOVE "NO DATASET NAME GIVEN" TO ENV-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF

            MOVE STR-REG-DSN TO STR-GEN-BASE
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                STR-GEN-SELECT, STR-GEN-PROGRAM, STR-GEN-RUN-ID,
                I-GEN-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS > 1
             MOVE "GENERATION NOT ON THE CATALOG" TO ENV-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF

            DISPLAY "ENVIN" UPON ENVIRONMENT-NAME
            DISPLAY STR-GEN-DSN UPON ENVIRONMENT-VALUE
            MOVE STR-GEN-DSN TO ENV-DSN.

      *    /////////////////////////////////////////////////////////////
      *    The file must be on the register as VERIFIED - or already
      *    TRANSMIT, when a partner asks for a file to be sent again
      *    - and filed for this partner. A file cut but never
      *    verified, or acknowledged and done with, is refused.
      *    /////////////////////////////////////////////////////////////
           CHECK-REGISTER-STATUS.
            MOVE 0      TO I-REG-FOUND
            MOVE SPACES TO STR-REG-STATUS
            MOVE "N"    TO I-EOF-FLAG

            OPEN INPUT OUTREG-FILE
            IF STR-OUTREG-STATUS = "00"
             PERFORM READ-ONE-REGISTER UNTIL I-AT-EOF
             CLOSE OUTREG-FILE
            END-IF

            MOVE STR-REG-STATUS TO ENV-REG-STATUS
            WRITE REC-ENVELOPE-RPT FROM STR-ENV-DSN-LINE

            IF I-REG-FOUND = 0
             MOVE "FILE IS NOT ON THE TRANSMISSION REGISTER"
                 TO ENV-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF

            IF STR-REG-STATUS NOT = "VERIFIED"
                  AND STR-REG-STATUS NOT = "TRANSMIT"
             MOVE "FILE HAS NOT PASSED VERIFICATION"
                 TO ENV-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
            END-IF

            IF STR-REG-PARTNER NOT = SPACES
                  AND STR-REG-PARTNER NOT = STR-WANT-PARTNER
             MOVE "FILE IS REGISTERED TO ANOTHER PARTNER"
                 TO ENV-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
            END-IF.

           READ-ONE-REGISTER.
            READ OUTREG-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND OR-DSN = STR-GEN-DSN
             MOVE 1          TO I-REG-FOUND
             MOVE OR-STATUS  TO STR-REG-STATUS
             MOVE OR-PARTNER TO STR-REG-PARTNER
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    First pass - the file must still open with its header and
      *    end on its trailer, and its records are counted for the
      *    closing segment
      *    /////////////////////////////////////////////////////////////
           PROVE-ENCLOSED-FILE.
            MOVE "N" TO I-EOF-FLAG
            MOVE 0   TO I-RECORD-NUM

            OPEN INPUT ENVELOPE-IN
            IF STR-ENVIN-STATUS NOT = "00"
             MOVE "NO OUTPUT FILE TO ENVELOPE" TO ENV-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             EXIT PARAGRAPH
            END-IF

            PERFORM PROVE-ONE-RECORD UNTIL I-AT-EOF
            CLOSE ENVELOPE-IN

            IF I-LAST-TRAILER = 0
             MOVE "FILE DOES NOT END ON ITS TRAILER"
                 TO ENV-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
            END-IF.

           PROVE-ONE-RECORD.
            READ ENVELOPE-IN INTO STR-IN-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
             ADD 1 TO I-RECORD-NUM
             IF I-RECORD-NUM = 1
                   AND STR-IN-BUFFER(1:9) NOT = "HEADER - "
              MOVE "NO HEADER RECORD AT TOP OF FILE"
                  TO ENV-FAULT-TEXT
              PERFORM WRITE-ONE-FAULT
             END-IF
      *      An envelope inside an envelope is a file wrapped twice
             IF STR-IN-BUFFER(1:9) = "ENVOPEN -"
              MOVE "FILE IS ALREADY ENVELOPED" TO ENV-FAULT-TEXT
              PERFORM WRITE-ONE-FAULT
             END-IF
             IF STR-IN-BUFFER(1:10) = "TRAILER - "
              MOVE 1 TO I-LAST-TRAILER
             ELSE
              MOVE 0 TO I-LAST-TRAILER
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Second pass - the opening segment, every record as it
      *    stands, the closing segment
      *    /////////////////////////////////////////////////////////////
           WRITE-ENVELOPED-FILE.
            CALL "BUSINESS-DATE" USING C-PROCDATE-GET,
                                       STR-BUSINESS-DATE
            MOVE FUNCTION CURRENT-DATE TO STR-CLOCK-NOW

            MOVE PF-ENV-OURID      TO EO-SENDER
            MOVE PF-ENV-THEIRID    TO EO-RECEIVER
            MOVE I-CTL-NUMBER      TO EO-CONTROL
            MOVE STR-BUSINESS-DATE TO EO-DATE
            MOVE STR-CLOCK-NOW(9:6) TO EO-TIME

            OPEN OUTPUT ENVELOPE-OUT
            IF STR-ENVOUT-STATUS NOT = "00"
             MOVE "ENVOUT CANNOT BE OPENED" TO ENV-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             MOVE 12 TO I-RUN-RC
             PERFORM REFUSE-ENVELOPE
            END-IF
            WRITE REC-ENVELOPE-OUT FROM REC-ENV-OPEN

            MOVE "N" TO I-EOF-FLAG
            MOVE 0   TO I-RECORD-NUM
            OPEN INPUT ENVELOPE-IN
            PERFORM COPY-ONE-RECORD UNTIL I-AT-EOF
            CLOSE ENVELOPE-IN

            MOVE I-RECORD-NUM TO EZ-RECORDS
            MOVE I-CTL-NUMBER TO EZ-CONTROL
            WRITE REC-ENVELOPE-OUT FROM REC-ENV-CLOSE
            CLOSE ENVELOPE-OUT

            MOVE I-CTL-NUMBER TO ENV-CONTROL
            MOVE I-RECORD-NUM TO ENV-RECORDS
            WRITE REC-ENVELOPE-RPT FROM STR-ENV-COUNT-LINE.

           COPY-ONE-RECORD.
            READ ENVELOPE-IN INTO STR-IN-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
             ADD 1 TO I-RECORD-NUM
             WRITE REC-ENVELOPE-OUT FROM STR-IN-BUFFER
            END-IF.

           WRITE-ONE-FAULT.
            ADD 1 TO I-FAULT-COUNT
            WRITE REC-ENVELOPE-RPT FROM STR-ENV-FAULT.

           REFUSE-ENVELOPE.
            MOVE "FILE NOT ENVELOPED - DO NOT TRANSMIT"
                TO STR-ENV-RESULT
            IF I-RUN-RC < 8
             MOVE 8 TO I-RUN-RC
            END-IF
            MOVE 0 TO I-RECORD-NUM
            PERFORM WRITE-ENVELOPE-RESULT
            MOVE I-RUN-RC TO RETURN-CODE
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    Report result line and the run-history entry - the CALL
      *    clears RETURN-CODE, so the caller sets it afterwards
      *    /////////////////////////////////////////////////////////////
           WRITE-ENVELOPE-RESULT.
            WRITE REC-ENVELOPE-RPT FROM STR-ENV-BLANK
            WRITE REC-ENVELOPE-RPT FROM STR-ENV-RESULT
            CLOSE ENVELOPE-RPT
            DISPLAY "CIPHENV - " STR-ENV-RESULT

            MOVE I-RECORD-NUM TO I-RH-RECORDS
            CALL "LOG-RUN-HISTORY" USING STR-RH-PROGRAM,
                STR-RH-INPUT-DD, STR-RH-OUTPUT-DD, I-RH-RECORDS,
                I-RH-ZERO, I-RH-ZERO, I-RUN-RC.

           END PROGRAM CIPHENV.
