      *    // account for the late records and nothing stays
      *    // unworked. Reads both reject layouts - the single-file
      *    // drivers' REC= lines and CIPHMANY's FILE=-prefixed
      *    // ones. Resubmitting puts content back into the night's
      *    // input, so the session starts with an OPERFILE sign-on
      *    // holding the REJECT-RESUBMIT function.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. REJREVIEW.

             01 I-REPAIRED-COUNT PIC 9(6) VALUE 0.
             01 I-WRITEOFF-COUNT PIC 9(6) VALUE 0.

      *    Sign-on fields
             01 STR-OPERATOR-ID  PIC X(8).
             01 STR-SIGNON-PASS  PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 STR-SIGNON-CALLER PIC X(8) VALUE "REJREVW".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "REJECT-RESUBMIT".

      *    Operator action per reject - looping until one of the
      *    dispositions lands
             01 C-REVIEW-ACTION  PIC X(1).
           PROCEDURE DIVISION.

           MAINLINE.
            DISPLAY "REJREVW - reject review"
            DISPLAY "User id: "
            ACCEPT STR-OPERATOR-ID
            DISPLAY "Password: "
            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "REJREVW - reject review takes the "
                     "REJECT-RESUBMIT function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            OPEN INPUT REJECT-FILE
            IF STR-REJECT-STATUS = "35"
             DISPLAY "REJREVW - no REJECTS file - nothing to work"
