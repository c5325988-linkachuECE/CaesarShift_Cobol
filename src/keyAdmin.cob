      *    // Key material is under maker/checker control now: a
      *    // change entered here does NOT touch KEYSTORE - it lands
      *    // PENDING on the KEYPEND approval queue, a DIFFERENT
      *    // operator holding KEY-APPROVE reviews it in KEYAPPRV,
      *    // and only an
      *    // approved change is written through, with both
      *    // identities on the KEYAUDIT record. The one exception
      *    // is the compromise action: blocking a burned key is an
             01 I-CHANGES-MADE     PIC 9(4) VALUE 0.
             01 I-LIST-COUNT       PIC 9(4).

      *    Sign-on fields - key administration takes the KEY-ADD
      *    function on one of the operator's permission profiles,
      *    and anything less is refused before the store opens
             01 STR-SIGNON-PASS    PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 C-SESSION-FUNC     PIC X(1) VALUE "S".
             01 STR-SIGNON-CALLER  PIC X(8) VALUE "KEYADMIN".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "KEY-ADD".

      *    Run-lock fields - the session enqueues the KEYSTORE it
      *    rewrites, so a running batch refuses to collide with it
            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "KEYADMIN - key administration takes the "
                     "KEY-ADD function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
                    "for approval, " I-CHANGES-MADE
                    " immediate change(s) made"
            IF I-QUEUED-COUNT > 0
             DISPLAY "KEYADMIN - a DIFFERENT KEY-APPROVE operator must "
                     "approve the queue through KEYAPPRV"
            END-IF

      *    /////////////////////////////////////////////////////////////
      *    Appends the validated change to the KEYPEND approval
      *    queue - PENDING, stamped with the maker's identity, for
      *    a different KEY-APPROVE operator to approve or reject in
      *    KEYAPPRV. Until then KEYSTORE is untouched.
      *    /////////////////////////////////////////////////////////////
           QUEUE-PENDING-CHANGE.
