      *    // Single-message trace - when a partner disputes one
      *    // message, this puts its whole history on one TRACERPT
      *    // page instead of a morning spent across VAULT-FETCH,
      *    // LOGQRY, the OUTREG listing and the serial files. The
      *    // message is named by its vault id, or by partner and
      *    // serial the way VAULT-FETCH's serial path finds it, and
      *    // the trace prints:
      *    //   the vault record itself and its ciphertext chunks
      *    //   the key reference, and whether that key - or, for an
      *    //     explicit shift, any key with the same shift - has
      *    //     since been burned, by KEY-EXPOSURE's own matching
      *    //   the producing run's RUNHIST line, found by the
      *    //     program and RUN-CLOCK start the vault carries
      *    //   every CIPHERLOG line logged on the run's business
      *    //     date between the run's start and its end
      *    //   the OUTREG entry for the file the message went out
      *    //     in, with its send and acknowledgment dates
      *    //   every re-cut of the message off RECUTLOG
      *    //   where the partner's serial counters stand now
      *    // Nothing is decrypted - the trace reads traffic as it
      *    // was sent - but it is vaulted traffic all the same, so
      *    // the session takes the VAULT-FETCH function.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. MSGTRACE.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT VAULT-FILE ASSIGN TO "VAULTF"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS VT-MSG-ID
                     FILE STATUS IS STR-VAULT-STATUS.
                 SELECT KEY-STORE ASSIGN TO "KEYSTORE"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS KS-DATE
                     FILE STATUS IS STR-KEYSTORE-STATUS.
                 SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-RUNHIST-STATUS.
                 SELECT CIPHER-LOG-FILE ASSIGN TO "CIPHERLOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-LOG-FILE-STATUS.
                 SELECT OUTREG-FILE ASSIGN TO "OUTREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-OUTREG-STATUS.
                 SELECT RECUT-LOG ASSIGN TO "RECUTLOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-RECUTLOG-STATUS.
                 SELECT SERIAL-FILE ASSIGN TO "SERIALF"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SERIAL-STATUS.
                 SELECT SERIAL-REG ASSIGN TO "SERINREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SERREG-STATUS.
                 SELECT TRACE-REPORT ASSIGN TO "TRACERPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
            FILE SECTION.
             FD  VAULT-FILE.
             COPY "vaultrec.cpy".

             FD  KEY-STORE.
             COPY "keystore.cpy".

             FD  RUN-HISTORY-FILE.
             01 REC-RUNHIST        PIC X(150).

             FD  CIPHER-LOG-FILE.
             01 REC-CIPHERLOG      PIC X(120).

             FD  OUTREG-FILE.
             COPY "outregrec.cpy".

             FD  RECUT-LOG.
             COPY "recutlog.cpy".

             FD  SERIAL-FILE.
             01 REC-SERIAL.
               05 SR-PARTNER       PIC X(8).
               05 FILLER           PIC X(1).
               05 SR-NEXT          PIC 9(7).

             FD  SERIAL-REG.
             01 REC-SERREG.
               05 SG-PARTNER       PIC X(8).
               05 FILLER           PIC X(1).
               05 SG-LAST          PIC 9(7).

             FD  TRACE-REPORT.
             01 REC-TRACE-RPT      PIC X(150).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 I-SCAN-EOF         PIC X(1) VALUE "N".
               88 I-AT-SCAN-EOF          VALUE "Y".
             01 STR-VAULT-STATUS   PIC X(2).
             01 STR-KEYSTORE-STATUS PIC X(2).
             01 STR-RUNHIST-STATUS PIC X(2).
             01 STR-LOG-FILE-STATUS PIC X(2).
             01 STR-OUTREG-STATUS  PIC X(2).
             01 STR-RECUTLOG-STATUS PIC X(2).
             01 STR-SERIAL-STATUS  PIC X(2).
             01 STR-SERREG-STATUS  PIC X(2).

      *    Sign-on fields - the trace reads vaulted traffic, so it
      *    takes the same VAULT-FETCH function retrieval does
             01 STR-OPERATOR-ID    PIC X(8).
             01 STR-SIGNON-PASS    PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 C-SESSION-FUNC     PIC X(1) VALUE "S".
             01 STR-SIGNON-CALLER  PIC X(8) VALUE "MSGTRACE".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "VAULT-FETCH".

             01 C-TRACE-MODE       PIC X(1).
               88 I-TRACE-BY-ID          VALUE "I" "i".
               88 I-TRACE-BY-SERIAL      VALUE "S" "s".

      *    Prompted selection fields
             01 STR-WANT-ID        PIC X(12).
             01 STR-WANT-PARTNER   PIC X(8).
             01 STR-WANT-SERIAL    PIC X(7).
             01 I-WANT-SERIAL      PIC 9(7).

             01 I-TRACED-COUNT     PIC 9(4) VALUE 0.
             01 I-CHUNK-ITER       PIC 99.
             01 I-SECTION-HITS     PIC 9(6).

      *    The producing run's RUNHIST line, picked apart
             COPY "runhist.cpy".
             01 I-RUN-FOUND        PIC 9.
             01 STR-RUN-END-TIME   PIC X(6).

      *    The run's CIPHERLOG window - the business date every
      *    line of the run is stamped with, and the wall-clock
      *    start and end times. A run that crossed midnight ends
      *    earlier on the clock than it began, so the window wraps
             01 STR-WIN-DATE       PIC X(8).
             01 STR-WIN-FROM       PIC X(6).
             01 STR-WIN-TO         PIC X(6).
             01 I-WIN-WRAPS        PIC 9.
             01 I-LOG-IN-WINDOW    PIC 9.

      *    Mirror of LOG-CIPHER-EVENT's STR-LOG-LINE layout, used
      *    to pick the log line apart after READ INTO
             01 STR-LOG-ENTRY.
               05 LOG-TIMESTAMP     PIC X(21).
               05 FILLER            PIC X(99).

      *    Report line layouts
             01 STR-TRACE-HEADER   PIC X(150)
                 VALUE "SINGLE-MESSAGE TRACE REPORT".
             01 STR-TRACE-BLANK    PIC X(150) VALUE SPACES.
             01 STR-TRACE-SECTION  PIC X(150).
             01 STR-TRACE-NOTE     PIC X(150).

             01 STR-TRACE-META-LINE.
               05 FILLER           PIC X(4)  VALUE "MSG=".
               05 RPT-MSG-ID       PIC X(12).
               05 FILLER           PIC X(9)  VALUE " PARTNER=".
               05 RPT-PARTNER      PIC X(8).
               05 FILLER           PIC X(6)  VALUE " DATE=".
               05 RPT-DATE         PIC X(8).
               05 FILLER           PIC X(8)  VALUE " KEYREF=".
               05 RPT-KEYREF       PIC X(8).
               05 FILLER           PIC X(7)  VALUE " SHIFT=".
               05 RPT-SHIFT        PIC 99.
               05 FILLER           PIC X(8)  VALUE " CHUNKS=".
               05 RPT-CHUNKS       PIC 99.
               05 FILLER           PIC X(8)  VALUE " SERIAL=".
               05 RPT-SERIAL       PIC 9(7).
               05 FILLER           PIC X(53) VALUE SPACES.

             01 STR-TRACE-RUN-LINE.
               05 FILLER           PIC X(6)  VALUE "  RUN=".
               05 RPT-RUN-PROGRAM  PIC X(8).
               05 FILLER           PIC X(7)  VALUE " START=".
               05 RPT-RUN-START    PIC X(14).
               05 FILLER           PIC X(6)  VALUE " FILE=".
               05 RPT-OUT-DSN      PIC X(44).
               05 FILLER           PIC X(65) VALUE SPACES.

             01 STR-TRACE-ECHO.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 RPT-ECHO-TEXT    PIC X(148).

             01 STR-TRACE-OUTREG-LINE.
               05 FILLER           PIC X(7)  VALUE "  FILE=".
               05 RPT-OR-DSN       PIC X(44).
               05 FILLER           PIC X(5)  VALUE " RUN=".
               05 RPT-OR-RUN-DATE  PIC X(8).
               05 FILLER           PIC X(9)  VALUE " RECORDS=".
               05 RPT-OR-RECORDS   PIC 9(6).
               05 FILLER           PIC X(8)  VALUE " STATUS=".
               05 RPT-OR-STATUS    PIC X(8).
               05 FILLER           PIC X(6)  VALUE " SENT=".
               05 RPT-OR-SENT      PIC X(8).
               05 FILLER           PIC X(7)  VALUE " ACKED=".
               05 RPT-OR-ACKED     PIC X(8).
               05 FILLER           PIC X(26) VALUE SPACES.

             01 STR-TRACE-RECUT-LINE.
               05 FILLER           PIC X(12) VALUE "  RECUT RUN=".
               05 RPT-RL-RUN-ID    PIC X(14).
               05 FILLER           PIC X(6)  VALUE " INTO=".
               05 RPT-RL-DSN       PIC X(44).
               05 FILLER           PIC X(4)  VALUE " BY=".
               05 RPT-RL-OPERATOR  PIC X(8).
               05 FILLER           PIC X(62) VALUE SPACES.

             01 STR-TRACE-TOTALS.
               05 FILLER           PIC X(16)
                   VALUE "MESSAGES TRACED=".
               05 RPT-TRACED       PIC 9(4).
               05 FILLER           PIC X(130) VALUE SPACES.

           PROCEDURE DIVISION.

           MAINLINE.
            DISPLAY "MSGTRACE - single-message trace"
            DISPLAY "User id: "
            ACCEPT STR-OPERATOR-ID
            DISPLAY "Password: "
            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "MSGTRACE - a message trace takes the "
                     "VAULT-FETCH function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            CALL "CIPHER-SESSION" USING C-SESSION-FUNC,
                                        STR-OPERATOR-ID

            DISPLAY "Trace by message (I)d or partner and (S)erial: "
            ACCEPT C-TRACE-MODE

            IF NOT I-TRACE-BY-ID AND NOT I-TRACE-BY-SERIAL
             DISPLAY "MSGTRACE - answer I or S"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            OPEN INPUT VAULT-FILE
            IF STR-VAULT-STATUS NOT = "00"
             DISPLAY "MSGTRACE - cannot open VAULTF - status "
                     STR-VAULT-STATUS
             MOVE 12 TO RETURN-CODE
             GOBACK
            END-IF

            OPEN OUTPUT TRACE-REPORT
            WRITE REC-TRACE-RPT FROM STR-TRACE-HEADER
            WRITE REC-TRACE-RPT FROM STR-TRACE-BLANK

            IF I-TRACE-BY-ID
             PERFORM TRACE-BY-MESSAGE-ID
            ELSE
             PERFORM TRACE-BY-PARTNER-SERIAL
            END-IF

            MOVE I-TRACED-COUNT TO RPT-TRACED
            WRITE REC-TRACE-RPT FROM STR-TRACE-TOTALS

            CLOSE VAULT-FILE
            CLOSE TRACE-REPORT

            IF I-TRACED-COUNT = 0
             DISPLAY "MSGTRACE - nothing traced"
             MOVE 4 TO RETURN-CODE
            ELSE
             DISPLAY "MSGTRACE - " I-TRACED-COUNT
                     " message(s) traced - see TRACERPT"
            END-IF

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

           TRACE-BY-MESSAGE-ID.
            DISPLAY "Message id (YYYYMMDDNNNN): "
            ACCEPT STR-WANT-ID

            MOVE STR-WANT-ID TO VT-MSG-ID
            READ VAULT-FILE
             INVALID KEY
              DISPLAY "MSGTRACE - no message " STR-WANT-ID
                      " on the vault"
             NOT INVALID KEY
              PERFORM TRACE-ONE-MESSAGE
            END-READ.

      *    /////////////////////////////////////////////////////////////
      *    A serial carries no date to START from, so this walks
      *    the whole vault the way VAULT-FETCH's serial path does -
      *    a re-keyed or re-stored message can carry the same serial
      *    twice, and each copy is traced
      *    /////////////////////////////////////////////////////////////
           TRACE-BY-PARTNER-SERIAL.
            DISPLAY "Partner code: "
            ACCEPT STR-WANT-PARTNER
            MOVE FUNCTION UPPER-CASE(STR-WANT-PARTNER)
                TO STR-WANT-PARTNER

            DISPLAY "Message serial (7 digits): "
            ACCEPT STR-WANT-SERIAL

            IF STR-WANT-SERIAL IS NOT NUMERIC
             DISPLAY "MSGTRACE - serial must be 7 digits"
             EXIT PARAGRAPH
            END-IF
            MOVE STR-WANT-SERIAL TO I-WANT-SERIAL

            MOVE SPACES TO VT-ID-DATE
            MOVE 0      TO VT-ID-SEQ

            START VAULT-FILE KEY NOT < VT-MSG-ID
             INVALID KEY
              SET I-AT-SCAN-EOF TO TRUE
            END-START

            PERFORM SCAN-ONE-SERIAL-RECORD UNTIL I-AT-SCAN-EOF.

           SCAN-ONE-SERIAL-RECORD.
            READ VAULT-FILE NEXT RECORD
             AT END
              SET I-AT-SCAN-EOF TO TRUE
             NOT AT END
              IF VT-PARTNER = STR-WANT-PARTNER
                    AND VT-SERIAL = I-WANT-SERIAL
               PERFORM TRACE-ONE-MESSAGE
              END-IF
            END-READ.

      *    /////////////////////////////////////////////////////////////
      *    The whole trace of the vault record in hand - each
      *    section says plainly when there is nothing to show, so
      *    a blank section is never mistaken for a missed file
      *    /////////////////////////////////////////////////////////////
           TRACE-ONE-MESSAGE.
            PERFORM REPORT-VAULT-RECORD
            PERFORM REPORT-KEY-REFERENCE
            PERFORM REPORT-PRODUCING-RUN
            PERFORM REPORT-RUN-LOG-LINES
            PERFORM REPORT-REGISTER-ENTRY
            PERFORM REPORT-RECUTS
            PERFORM REPORT-SERIALS

            WRITE REC-TRACE-RPT FROM STR-TRACE-BLANK
            ADD 1 TO I-TRACED-COUNT.

           REPORT-VAULT-RECORD.
            MOVE "VAULT RECORD:" TO STR-TRACE-SECTION
            WRITE REC-TRACE-RPT FROM STR-TRACE-SECTION

            MOVE VT-MSG-ID      TO RPT-MSG-ID
            MOVE VT-PARTNER     TO RPT-PARTNER
            MOVE VT-DATE        TO RPT-DATE
            MOVE VT-KEYREF      TO RPT-KEYREF
            MOVE VT-SHIFT       TO RPT-SHIFT
            MOVE VT-CHUNK-COUNT TO RPT-CHUNKS
            MOVE VT-SERIAL      TO RPT-SERIAL
            WRITE REC-TRACE-RPT FROM STR-TRACE-META-LINE

            MOVE VT-RUN-PROGRAM TO RPT-RUN-PROGRAM
            MOVE VT-RUN-START   TO RPT-RUN-START
            MOVE VT-OUT-DSN     TO RPT-OUT-DSN
            WRITE REC-TRACE-RPT FROM STR-TRACE-RUN-LINE

            PERFORM REPORT-ONE-CHUNK
                VARYING I-CHUNK-ITER FROM 1 BY 1
                UNTIL I-CHUNK-ITER > VT-CHUNK-COUNT.

      *    The chunk as it was sent - ciphertext, not a decrypt
           REPORT-ONE-CHUNK.
            MOVE SPACES TO RPT-ECHO-TEXT
            IF I-CHUNK-ITER = VT-CHUNK-COUNT AND VT-LAST-LEN > 0
             MOVE VT-BODY(I-CHUNK-ITER)(1:VT-LAST-LEN)
                 TO RPT-ECHO-TEXT(1:VT-LAST-LEN)
            ELSE
             MOVE VT-BODY(I-CHUNK-ITER) TO RPT-ECHO-TEXT
            END-IF
            WRITE REC-TRACE-RPT FROM STR-TRACE-ECHO.

      *    /////////////////////////////////////////////////////////////
      *    Whether the message's key has since been burned, matched
      *    the way KEY-EXPOSURE matches vault messages: a key-of-
      *    the-day message is exposed when its key date is marked
      *    compromised; an explicit-shift message is exposed by any
      *    compromised key carrying the same shift
      *    /////////////////////////////////////////////////////////////
           REPORT-KEY-REFERENCE.
            MOVE "KEY REFERENCE:" TO STR-TRACE-SECTION
            WRITE REC-TRACE-RPT FROM STR-TRACE-SECTION

            OPEN INPUT KEY-STORE
            IF STR-KEYSTORE-STATUS NOT = "00"
             MOVE "  NO KEYSTORE ON HAND - BURN STATUS UNKNOWN"
                 TO STR-TRACE-NOTE
             WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE
             EXIT PARAGRAPH
            END-IF

            IF VT-KEYREF NOT = SPACES
             PERFORM CHECK-KEY-OF-DAY
            ELSE
             PERFORM CHECK-EXPLICIT-SHIFT
            END-IF

            CLOSE KEY-STORE.

           CHECK-KEY-OF-DAY.
            MOVE SPACES TO STR-TRACE-NOTE
            MOVE VT-KEYREF TO KS-DATE
            READ KEY-STORE
             INVALID KEY
              STRING "  KEY OF THE DAY " DELIMITED BY SIZE
                     VT-KEYREF DELIMITED BY SIZE
                     " - NOT ON THE KEY STORE" DELIMITED BY SIZE
                  INTO STR-TRACE-NOTE
              END-STRING
             NOT INVALID KEY
              IF KS-STATUS = "C"
               STRING "  KEY OF THE DAY " DELIMITED BY SIZE
                      VT-KEYREF DELIMITED BY SIZE
                      " SHIFT " DELIMITED BY SIZE
                      KS-SHIFT DELIMITED BY SIZE
                      " - BURNED (MARKED COMPROMISED) - MESSAGE IS"
                          DELIMITED BY SIZE
                      " EXPOSED" DELIMITED BY SIZE
                   INTO STR-TRACE-NOTE
               END-STRING
              ELSE
               STRING "  KEY OF THE DAY " DELIMITED BY SIZE
                      VT-KEYREF DELIMITED BY SIZE
                      " SHIFT " DELIMITED BY SIZE
                      KS-SHIFT DELIMITED BY SIZE
                      " - NOT BURNED" DELIMITED BY SIZE
                   INTO STR-TRACE-NOTE
               END-STRING
              END-IF
            END-READ
            WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE.

           CHECK-EXPLICIT-SHIFT.
            MOVE SPACES TO STR-TRACE-NOTE
            STRING "  EXPLICIT SHIFT " DELIMITED BY SIZE
                   VT-SHIFT DELIMITED BY SIZE
                   " - NO KEY DATE; BURNED KEYS WITH THE SAME SHIFT"
                       DELIMITED BY SIZE
                   " FOLLOW" DELIMITED BY SIZE
                INTO STR-TRACE-NOTE
            END-STRING
            WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE

            MOVE 0   TO I-SECTION-HITS
            MOVE "N" TO I-EOF-FLAG
            MOVE LOW-VALUES TO KS-DATE
            START KEY-STORE KEY NOT < KS-DATE
             INVALID KEY
              SET I-AT-EOF TO TRUE
            END-START

            PERFORM MATCH-ONE-BURNED-KEY UNTIL I-AT-EOF

            IF I-SECTION-HITS = 0
             MOVE "  NO BURNED KEY CARRIES THIS SHIFT - NOT EXPOSED"
                 TO STR-TRACE-NOTE
             WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE
            END-IF.

           MATCH-ONE-BURNED-KEY.
            READ KEY-STORE NEXT RECORD
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND KS-STATUS = "C"
                  AND KS-SHIFT = VT-SHIFT
             ADD 1 TO I-SECTION-HITS
             MOVE SPACES TO STR-TRACE-NOTE
             STRING "  BURNED KEY " DELIMITED BY SIZE
                    KS-DATE DELIMITED BY SIZE
                    " HAS SHIFT " DELIMITED BY SIZE
                    KS-SHIFT DELIMITED BY SIZE
                    " - MESSAGE IS EXPOSED" DELIMITED BY SIZE
                 INTO STR-TRACE-NOTE
             END-STRING
             WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    The producing run is the RUNHIST line with the program
      *    and RUN-CLOCK start the vault recorded. A run that never
      *    reached its end-of-run summary - an abend - has no line,
      *    and the log window then runs from its start to the end
      *    of the business day
      *    /////////////////////////////////////////////////////////////
           REPORT-PRODUCING-RUN.
            MOVE 0 TO I-RUN-FOUND
            MOVE "PRODUCING RUN:" TO STR-TRACE-SECTION
            WRITE REC-TRACE-RPT FROM STR-TRACE-SECTION

            IF VT-RUN-START = SPACES
             MOVE SPACES TO STR-TRACE-NOTE
             STRING "  STORED BEFORE THE PRODUCING RUN WAS RECORDED"
                        DELIMITED BY SIZE
                    " ON THE VAULT - SEE RUNHIST FOR THE STORE DATE"
                        DELIMITED BY SIZE
                 INTO STR-TRACE-NOTE
             END-STRING
             WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT RUN-HISTORY-FILE
            IF STR-RUNHIST-STATUS = "00"
             PERFORM MATCH-ONE-RUN-LINE UNTIL I-AT-EOF
             CLOSE RUN-HISTORY-FILE
            END-IF

            IF I-RUN-FOUND = 0
             MOVE SPACES TO STR-TRACE-NOTE
             STRING "  NO RUNHIST LINE FOR THE RUN - IT DID NOT REACH"
                        DELIMITED BY SIZE
                    " ITS END-OF-RUN SUMMARY" DELIMITED BY SIZE
                 INTO STR-TRACE-NOTE
             END-STRING
             WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE
            END-IF.

           MATCH-ONE-RUN-LINE.
            READ RUN-HISTORY-FILE INTO STR-RUNHIST-LINE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND RH-PROGRAM = VT-RUN-PROGRAM
                  AND RH-START = VT-RUN-START
             MOVE 1 TO I-RUN-FOUND
             MOVE RH-TIMESTAMP(9:6) TO STR-RUN-END-TIME
             MOVE STR-RUNHIST-LINE TO RPT-ECHO-TEXT
             WRITE REC-TRACE-RPT FROM STR-TRACE-ECHO
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Every cipher call of the run is stamped with the run's
      *    business date - the store date on the vault record - and
      *    the wall-clock time it was made, so the run's lines are
      *    the ones on that date between its start and its end
      *    /////////////////////////////////////////////////////////////
           REPORT-RUN-LOG-LINES.
            MOVE "CIPHERLOG LINES OF THE RUN:" TO STR-TRACE-SECTION
            WRITE REC-TRACE-RPT FROM STR-TRACE-SECTION

            IF VT-RUN-START = SPACES
             MOVE "  NO RUN ON RECORD - NO LOG WINDOW"
                 TO STR-TRACE-NOTE
             WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE
             EXIT PARAGRAPH
            END-IF

            MOVE VT-DATE           TO STR-WIN-DATE
            MOVE VT-RUN-START(9:6) TO STR-WIN-FROM
            IF I-RUN-FOUND = 1
             MOVE STR-RUN-END-TIME TO STR-WIN-TO
            ELSE
             MOVE "235959" TO STR-WIN-TO
            END-IF
            IF STR-WIN-TO < STR-WIN-FROM
             MOVE 1 TO I-WIN-WRAPS
            ELSE
             MOVE 0 TO I-WIN-WRAPS
            END-IF

            MOVE 0   TO I-SECTION-HITS
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT CIPHER-LOG-FILE
            IF STR-LOG-FILE-STATUS NOT = "00"
             MOVE "  NO CIPHERLOG ON HAND" TO STR-TRACE-NOTE
             WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE
             EXIT PARAGRAPH
            END-IF

            PERFORM MATCH-ONE-LOG-LINE UNTIL I-AT-EOF
            CLOSE CIPHER-LOG-FILE

            IF I-SECTION-HITS = 0
             MOVE SPACES TO STR-TRACE-NOTE
             STRING "  NO CIPHERLOG LINES IN THE RUN'S WINDOW - THE"
                        DELIMITED BY SIZE
                    " LOG MAY HAVE BEEN ARCHIVED; SEE LOGQRY"
                        DELIMITED BY SIZE
                 INTO STR-TRACE-NOTE
             END-STRING
             WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE
            END-IF.

           MATCH-ONE-LOG-LINE.
            READ CIPHER-LOG-FILE INTO STR-LOG-ENTRY
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR LOG-TIMESTAMP(1:8) NOT = STR-WIN-DATE
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-LOG-IN-WINDOW
            IF I-WIN-WRAPS = 1
             IF LOG-TIMESTAMP(9:6) NOT < STR-WIN-FROM
                   OR LOG-TIMESTAMP(9:6) NOT > STR-WIN-TO
              MOVE 1 TO I-LOG-IN-WINDOW
             END-IF
            ELSE
             IF LOG-TIMESTAMP(9:6) NOT < STR-WIN-FROM
                   AND LOG-TIMESTAMP(9:6) NOT > STR-WIN-TO
              MOVE 1 TO I-LOG-IN-WINDOW
             END-IF
            END-IF

            IF I-LOG-IN-WINDOW = 1
             ADD 1 TO I-SECTION-HITS
             MOVE STR-LOG-ENTRY TO RPT-ECHO-TEXT
             WRITE REC-TRACE-RPT FROM STR-TRACE-ECHO
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    The register entry for the file the message went out in
      *    - the dataset the vault recorded, cut on the store date.
      *    An entry from before the send date was kept shows the
      *    status date as the send date while it sits at TRANSMIT
      *    /////////////////////////////////////////////////////////////
           REPORT-REGISTER-ENTRY.
            MOVE "TRANSMISSION REGISTER:" TO STR-TRACE-SECTION
            WRITE REC-TRACE-RPT FROM STR-TRACE-SECTION

            IF VT-OUT-DSN = SPACES
             MOVE "  NO OUTPUT FILE ON RECORD FOR THIS MESSAGE"
                 TO STR-TRACE-NOTE
             WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE
             EXIT PARAGRAPH
            END-IF

            MOVE 0   TO I-SECTION-HITS
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT OUTREG-FILE
            IF STR-OUTREG-STATUS = "00"
             PERFORM MATCH-ONE-REGISTER-ENTRY UNTIL I-AT-EOF
             CLOSE OUTREG-FILE
            END-IF

            IF I-SECTION-HITS = 0
             MOVE SPACES TO STR-TRACE-NOTE
             STRING "  NO OUTREG ENTRY FOR " DELIMITED BY SIZE
                    VT-OUT-DSN DELIMITED BY SPACE
                    " RUN " DELIMITED BY SIZE
                    VT-DATE DELIMITED BY SIZE
                 INTO STR-TRACE-NOTE
             END-STRING
             WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE
            END-IF.

           MATCH-ONE-REGISTER-ENTRY.
            READ OUTREG-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND OR-DSN = VT-OUT-DSN
                  AND OR-RUN-DATE = VT-DATE
             ADD 1 TO I-SECTION-HITS
             MOVE OR-DSN      TO RPT-OR-DSN
             MOVE OR-RUN-DATE TO RPT-OR-RUN-DATE
             MOVE OR-RECORDS  TO RPT-OR-RECORDS
             MOVE OR-STATUS   TO RPT-OR-STATUS
             MOVE OR-ACK-DATE TO RPT-OR-ACKED
             EVALUATE TRUE
              WHEN OR-SENT-DATE NOT = SPACES
               MOVE OR-SENT-DATE TO RPT-OR-SENT
              WHEN OR-STATUS = "TRANSMIT"
               MOVE OR-STATUS-DATE TO RPT-OR-SENT
              WHEN OR-STATUS = "ACKED"
               MOVE "UNKNOWN" TO RPT-OR-SENT
              WHEN OTHER
               MOVE "NOT SENT" TO RPT-OR-SENT
             END-EVALUATE
             WRITE REC-TRACE-RPT FROM STR-TRACE-OUTREG-LINE
            END-IF.

           REPORT-RECUTS.
            MOVE "RE-CUTS:" TO STR-TRACE-SECTION
            WRITE REC-TRACE-RPT FROM STR-TRACE-SECTION

            MOVE 0   TO I-SECTION-HITS
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT RECUT-LOG
            IF STR-RECUTLOG-STATUS = "00"
             PERFORM MATCH-ONE-RECUT UNTIL I-AT-EOF
             CLOSE RECUT-LOG
            END-IF

            IF I-SECTION-HITS = 0
             MOVE "  NEVER RE-CUT" TO STR-TRACE-NOTE
             WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE
            END-IF.

           MATCH-ONE-RECUT.
            READ RECUT-LOG
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND RL-MSG-ID = VT-MSG-ID
             ADD 1 TO I-SECTION-HITS
             MOVE RL-RUN-ID   TO RPT-RL-RUN-ID
             MOVE RL-DSN      TO RPT-RL-DSN
             MOVE RL-OPERATOR TO RPT-RL-OPERATOR
             WRITE REC-TRACE-RPT FROM STR-TRACE-RECUT-LINE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Where the partner's counters stand today - the next
      *    outbound serial SERIALF will issue, so a claimed gap can
      *    be judged against it, and the highest serial SERINREG
      *    has taken in from them, for a dispute about their reply
      *    /////////////////////////////////////////////////////////////
           REPORT-SERIALS.
            MOVE "SERIALS:" TO STR-TRACE-SECTION
            WRITE REC-TRACE-RPT FROM STR-TRACE-SECTION

            IF VT-SERIAL = 0
             MOVE "  MESSAGE CARRIES NO SERIAL" TO STR-TRACE-NOTE
             WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE
            END-IF

            MOVE SPACES TO STR-TRACE-NOTE
            STRING "  SERIALF - NO OUTBOUND COUNTER FOR "
                       DELIMITED BY SIZE
                   VT-PARTNER DELIMITED BY SPACE
                INTO STR-TRACE-NOTE
            END-STRING
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT SERIAL-FILE
            IF STR-SERIAL-STATUS = "00"
             PERFORM MATCH-ONE-SERIAL-ROW UNTIL I-AT-EOF
             CLOSE SERIAL-FILE
            END-IF
            WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE

            MOVE SPACES TO STR-TRACE-NOTE
            STRING "  SERINREG - NOTHING RECEIVED FROM "
                       DELIMITED BY SIZE
                   VT-PARTNER DELIMITED BY SPACE
                INTO STR-TRACE-NOTE
            END-STRING
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT SERIAL-REG
            IF STR-SERREG-STATUS = "00"
             PERFORM MATCH-ONE-REG-ROW UNTIL I-AT-EOF
             CLOSE SERIAL-REG
            END-IF
            WRITE REC-TRACE-RPT FROM STR-TRACE-NOTE.

           MATCH-ONE-SERIAL-ROW.
            READ SERIAL-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND SR-PARTNER = VT-PARTNER
             MOVE SPACES TO STR-TRACE-NOTE
             STRING "  SERIALF - NEXT OUTBOUND SERIAL FOR "
                        DELIMITED BY SIZE
                    VT-PARTNER DELIMITED BY SPACE
                    " IS " DELIMITED BY SIZE
                    SR-NEXT DELIMITED BY SIZE
                 INTO STR-TRACE-NOTE
             END-STRING
            END-IF.

           MATCH-ONE-REG-ROW.
            READ SERIAL-REG
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND SG-PARTNER = VT-PARTNER
             MOVE SPACES TO STR-TRACE-NOTE
             STRING "  SERINREG - HIGHEST SERIAL RECEIVED FROM "
                        DELIMITED BY SIZE
                    VT-PARTNER DELIMITED BY SPACE
                    " IS " DELIMITED BY SIZE
                    SG-LAST DELIMITED BY SIZE
                 INTO STR-TRACE-NOTE
             END-STRING
            END-IF.

           END PROGRAM MSGTRACE.
