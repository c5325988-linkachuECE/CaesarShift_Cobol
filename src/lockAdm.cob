      *    // Run-lock work station - lets an operator holding the
      *    // LOCK-RELEASE function list
      *    // the LOCKFILE enqueues and clear one by hand when the
      *    // stale-limit takeover is not soon enough (a known abend
      *    // blocking the restart right now). Every clear is
      *    administration-grade authority
             01 STR-OPERATOR-ID  PIC X(8).
             01 STR-SIGNON-PASS  PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 STR-SIGNON-CALLER PIC X(8) VALUE "LOCKADM".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "LOCK-RELEASE".

      *    The lock table held whole, RUN-LOCK's shape
             01 I-LOCK-COUNT     PIC 99 VALUE 0.
            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "LOCKADM - clearing locks takes the "
                     "LOCK-RELEASE function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
