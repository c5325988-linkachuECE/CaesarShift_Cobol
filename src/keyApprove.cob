      *    // Checker side of the key-store maker/checker control -
      *    // walks the KEYPEND queue KEYADMIN fills, shows each
      *    // PENDING change, and lets an operator holding the
      *    // KEY-APPROVE function approve or
      *    // reject it. Only an approval writes the change through
      *    // to KEYSTORE, and the KEYAUDIT record carries BOTH
      *    // identities - who entered the change and who approved
             01 STR-KEYPEND-STATUS PIC X(2).
             01 STR-KEYAUDIT-STATUS PIC X(2).

      *    Sign-on fields - approving key material takes the
      *    KEY-APPROVE function
             01 STR-OPERATOR-ID    PIC X(8).
             01 STR-SIGNON-PASS    PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 C-SESSION-FUNC     PIC X(1) VALUE "S".
             01 STR-SIGNON-CALLER  PIC X(8) VALUE "KEYAPPRV".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "KEY-APPROVE".

      *    Run-lock fields - approved changes write through to the
      *    KEYSTORE, so the session enqueues it first
            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "KEYAPPRV - key approval takes the "
                     "KEY-APPROVE function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
               MOVE SPACES   TO REC-KEYSTORE
               MOVE KP-DATE  TO KS-DATE
               MOVE KP-SHIFT TO KS-SHIFT
               MOVE 0        TO KS-USE-COUNT
               MOVE "--"     TO KA-BEFORE-SHIFT
               MOVE KP-SHIFT TO KA-AFTER-SHIFT
               WRITE REC-KEYSTORE
               MOVE KS-SHIFT TO KA-BEFORE-SHIFT
               MOVE KP-SHIFT TO KA-AFTER-SHIFT
               MOVE KP-SHIFT TO KS-SHIFT
               MOVE 0        TO KS-USE-COUNT
               REWRITE REC-KEYSTORE
                INVALID KEY
                 DISPLAY "  KEYAPPRV - store rewrite failed, "
