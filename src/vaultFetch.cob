      *    // resolved through KEY-LOOKUP-DATE, or the explicit
      *    // shift the storing run stated. Reading vaulted traffic
      *    // is reading traffic, so the session starts with the
      *    // OPERFILE sign-on, holding the VAULT-FETCH function,
      *    // and the signed-on user rides into the
      *    // CIPHERLOG lines the decrypts write. Results go to the
      *    // FETCHRPT print file.
           IDENTIFICATION DIVISION.
               88 I-COLLATE-MISMATCH  VALUE 1.

      *    Sign-on fields - vault retrieval decrypts traffic, so
      *    it takes its own VAULT-FETCH function
             01 STR-OPERATOR-ID  PIC X(8).
             01 STR-SIGNON-PASS  PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 C-SESSION-FUNC   PIC X(1) VALUE "S".
             01 STR-SIGNON-CALLER PIC X(8) VALUE "VAULTFCH".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "VAULT-FETCH".

             01 C-FETCH-MODE     PIC X(1).
               88 I-FETCH-BY-ID       VALUE "I" "i".
            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "VAULTFCH - vault retrieval takes the "
                     "VAULT-FETCH function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
