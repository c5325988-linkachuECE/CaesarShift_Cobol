      *    // CIPHVRFY passes the file and the transmission step
      *    // can send it as-is. No decrypt happens here - the
      *    // vault holds the ciphertext exactly as it was sent, so
      *    // the recut is a copy, not a re-run of the night. The
      *    // header describes the partner's profile version that
      *    // was in force when the messages were stored, not the
      *    // one in force today.
      *    // The file is ciphered traffic either way, so the
      *    // session starts with an OPERFILE sign-on holding the
      *    // VAULT-RECUT function, and the
      *    // signed-on user rides into CIPHER-SESSION.
      *    // RECUTOUT is a versioned base like the drivers' outputs:
      *    // by default the recut goes out as a new generation, or
      *    // it can replace a generation already on the catalog -
      *    // the current one, the previous one, or one by number -
      *    // when that is the copy the partner says went missing.
      *    // Every message copied is also noted on RECUTLOG with the
      *    // generation it went into, so a later trace of the
      *    // message shows it was sent a second time.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. VAULT-RECUT.

                 SELECT RECUT-OUT ASSIGN TO "RECUTOUT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-RECUT-STATUS.
                 SELECT RECUT-LOG ASSIGN TO "RECUTLOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-RECUTLOG-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  RECUT-OUT.
             01 REC-RECUT-OUT    PIC X(100).

             FD  RECUT-LOG.
             COPY "recutlog.cpy".

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG       PIC X(1) VALUE "N".
               88 I-AT-EOF            VALUE "Y".
             01 STR-VAULT-STATUS PIC X(2).
             01 STR-RECUT-STATUS PIC X(2).
             01 STR-RECUTLOG-STATUS PIC X(2).

      *    Sign-on fields - re-cutting a transmission file is
      *    handling traffic, so it takes the VAULT-RECUT function
             01 STR-OPERATOR-ID  PIC X(8).
             01 STR-SIGNON-PASS  PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 C-SESSION-FUNC   PIC X(1) VALUE "S".
             01 STR-SIGNON-CALLER PIC X(8) VALUE "VAULTRCT".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "VAULT-RECUT".

      *    Prompted selection fields
             01 STR-WANT-PARTNER PIC X(8).
             01 STR-FROM-DATE    PIC X(8).
             01 STR-TO-DATE      PIC X(8).
             01 STR-WANT-GEN     PIC X(8).

      *    Generation-catalog fields - NEW allocates the next
      *    generation of the RECUTOUT base; anything else resolves
      *    an existing one to be written over
             01 C-GEN-FUNC       PIC X(1).
             01 STR-GEN-BASE     PIC X(44).
             01 STR-GEN-SELECT   PIC X(8).
             01 STR-GEN-RUN-ID   PIC X(14).
             01 STR-GEN-DSN      PIC X(44).
             01 I-GEN-NUMBER     PIC 9(4) VALUE 0.
             01 I-GEN-STATUS     PIC 9 VALUE 0.

      *    The header is record 1 but its key source comes off the
      *    first matching message, so the write waits for the first
             01 I-CHUNK-ITER     PIC 99.
             01 I-MESSAGE-COUNT  PIC 9(4) VALUE 0.

      *    The partner's profile version in force on each message's
      *    store date - the header describes the first message's,
      *    and a message cut under a different version is counted,
      *    since one header cannot describe both
             COPY "partrec.cpy".
             01 I-PROFILE-FOUND  PIC 9 VALUE 0.
             01 STR-HEADER-EFF-DATE PIC X(8).
             01 I-HEADER-PROFILE PIC 9 VALUE 0.
             01 I-PROFILE-SPLIT  PIC 9(4) VALUE 0.

             COPY "trailerrec.cpy".
             COPY "headerrec.cpy".

            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "VAULTRCT - re-cutting takes the "
                     "VAULT-RECUT function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
             GOBACK
            END-IF

            DISPLAY "Generation to recut into (NEW, CURRENT, "
                    "PREVIOUS or a number - blank = NEW): "
            ACCEPT STR-WANT-GEN
            MOVE FUNCTION UPPER-CASE(STR-WANT-GEN) TO STR-WANT-GEN

            PERFORM RESOLVE-RECUT-GENERATION

            OPEN INPUT VAULT-FILE
            IF STR-VAULT-STATUS NOT = "00"
             DISPLAY "VAULTRCT - cannot open VAULTF - status "
             GOBACK
            END-IF

            OPEN EXTEND RECUT-LOG
            IF STR-RECUTLOG-STATUS = "35"
             OPEN OUTPUT RECUT-LOG
            END-IF

      *    The message id's leading eight bytes are the store date,
      *    so the START lands on the range's first candidate
            MOVE STR-FROM-DATE TO VT-ID-DATE

            CLOSE VAULT-FILE
            CLOSE RECUT-OUT
            CLOSE RECUT-LOG

      *     The recut generation is filed with its own header run
      *     ID and trailer count - a replaced generation takes the
      *     recut's figures in place of the lost copy's
            IF I-GEN-NUMBER > 0
             MOVE "C" TO C-GEN-FUNC
             MOVE HD-RUN-TIMESTAMP TO STR-GEN-RUN-ID
             CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                 STR-GEN-SELECT, STR-SIGNON-CALLER, STR-GEN-RUN-ID,
                 I-TOTAL-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                 I-GEN-STATUS
             IF I-GEN-STATUS NOT = 0
              DISPLAY "VAULTRCT - generation " STR-GEN-DSN
                      " could not be completed on the catalog"
             END-IF
            END-IF

            DISPLAY "VAULTRCT - " I-MESSAGE-COUNT " message(s), "
                    I-TOTAL-RECORDS " record(s) recut"
             MOVE 4 TO RETURN-CODE
            END-IF

            IF I-PROFILE-SPLIT > 0
             DISPLAY "VAULTRCT - " I-PROFILE-SPLIT " message(s) "
                     "were cut under a different profile version "
                     "than the header describes - recut the dates "
                     "either side of the change separately"
             MOVE 4 TO RETURN-CODE
            END-IF

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    Points the RECUTOUT DD at the generation being cut - a new
      *    one, or an existing one on the catalog. A base that was
      *    never versioned can only be written as it stands.
      *    /////////////////////////////////////////////////////////////
           RESOLVE-RECUT-GENERATION.
            ACCEPT STR-GEN-BASE FROM ENVIRONMENT "RECUTOUT"
            IF STR-GEN-BASE = SPACES
             MOVE "RECUTOUT" TO STR-GEN-BASE
            END-IF

            IF STR-WANT-GEN = SPACES OR STR-WANT-GEN = "NEW"
             MOVE "N" TO C-GEN-FUNC
             MOVE SPACES TO STR-GEN-SELECT
            ELSE
             MOVE "R" TO C-GEN-FUNC
             MOVE STR-WANT-GEN TO STR-GEN-SELECT
            END-IF
            MOVE SPACES TO STR-GEN-RUN-ID

            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                STR-GEN-SELECT, STR-SIGNON-CALLER, STR-GEN-RUN-ID,
                I-TOTAL-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS

            IF I-GEN-STATUS > 1
             DISPLAY "VAULTRCT - generation " STR-WANT-GEN " of "
                     STR-GEN-BASE(1:35) " is not on the catalog - "
                     "recut refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            DISPLAY "RECUTOUT" UPON ENVIRONMENT-NAME
            DISPLAY STR-GEN-DSN UPON ENVIRONMENT-VALUE
            DISPLAY "VAULTRCT - recut goes to " STR-GEN-DSN.

           RECUT-ONE-MESSAGE.
            READ VAULT-FILE NEXT RECORD
             AT END
      *    them, so the recut file balances the way the lost one did
      *    /////////////////////////////////////////////////////////////
           WRITE-ONE-MESSAGE.
            CALL "PARTNER-LOOKUP-DATE" USING STR-WANT-PARTNER,
                                             VT-DATE,
                                             REC-PARTNER-PROFILE,
                                             I-PROFILE-FOUND

            IF I-HEADER-WRITTEN = 0
             PERFORM WRITE-RECUT-HEADER
            ELSE
             IF I-PROFILE-FOUND NOT = I-HEADER-PROFILE
                   OR (I-PROFILE-FOUND = 1
                       AND PF-EFF-DATE NOT = STR-HEADER-EFF-DATE)
              ADD 1 TO I-PROFILE-SPLIT
              DISPLAY "VAULTRCT - message " VT-MSG-ID
                      " falls under another profile version"
             END-IF
            END-IF

            PERFORM VARYING I-CHUNK-ITER FROM 1 BY 1
             ADD 1 TO I-TOTAL-RECORDS
            END-PERFORM

            MOVE SPACES           TO REC-RECUTLOG
            MOVE VT-MSG-ID        TO RL-MSG-ID
            MOVE VT-PARTNER       TO RL-PARTNER
            MOVE HD-RUN-TIMESTAMP TO RL-RUN-ID
            MOVE STR-GEN-DSN      TO RL-DSN
            MOVE STR-OPERATOR-ID  TO RL-OPERATOR
            WRITE REC-RECUTLOG

            ADD 1 TO I-MESSAGE-COUNT.

      *    /////////////////////////////////////////////////////////////
      *    Writes the identifying header as record 1 - the vault
      *    holds ciphertext, so the recut file is an encrypt-mode
      *    output; the key source comes off the first matched
      *    message's stored key reference (a key date means the
      *    run used the key of the day). The vault does not record
      *    the original run's cipher and digit/punct/case settings,
      *    so they come off the partner's profile version in force
      *    on the first message's store date - the settings the
      *    message was cut under, not today's. With no profile
      *    for that date the header falls back to a plain CAESAR
      *    file with every option off.
      *    /////////////////////////////////////////////////////////////
           WRITE-RECUT-HEADER.
            MOVE FUNCTION CURRENT-DATE(1:14) TO HD-RUN-TIMESTAMP
            MOVE "E"      TO HD-MODE
            MOVE "N"      TO HD-GROUPS
            MOVE I-PROFILE-FOUND TO I-HEADER-PROFILE
            IF I-PROFILE-FOUND = 1
             MOVE PF-DIGITS   TO HD-DIGIT-MODE
             MOVE PF-PUNCT    TO HD-PUNCT-MODE
             MOVE PF-CASE     TO HD-CASE-MODE
             MOVE PF-CIPHER   TO HD-CIPHER
             MOVE PF-EFF-DATE TO STR-HEADER-EFF-DATE
            ELSE
             MOVE "N"      TO HD-DIGIT-MODE
             MOVE "N"      TO HD-PUNCT-MODE
             MOVE "N"      TO HD-CASE-MODE
             MOVE "CAESAR" TO HD-CIPHER
            END-IF

            IF I-MESSAGE-COUNT = 0 AND I-AT-EOF
             MOVE "EXPLICIT" TO HD-KEY-SOURCE
