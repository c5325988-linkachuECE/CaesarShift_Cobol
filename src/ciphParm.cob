      *    RUNPASS pair goes through the same OPERATOR-SIGNON gate
      *    the terminal programs use, and the verified id is handed
      *    to CIPHER-SESSION for the run's CIPHERLOG lines
             01 I-RUN-CRED-GRANTED PIC 9.
             01 STR-SIGNON-CALLER  PIC X(8) VALUE "CIPHPARM".
             01 STR-SIGNON-FUNCTION PIC X(16).
             01 C-SESSION-FUNC     PIC X(1) VALUE "S".

      *    Partner-profile resolution fields - PARTNER=xxxx pulls
                      AND PF-CIPHER NOT = "VIGENERE"
                      AND PF-CIPHER NOT = "ATBASH"
                      AND PF-CIPHER NOT = "AFFINE"
                      AND PF-CIPHER NOT = "TRANSPOS"
                      AND PF-CIPHER NOT = "PLAYFAIR")
                  OR (PF-CHECKVAL NOT = "Y" AND PF-CHECKVAL NOT = "N"
                      AND PF-CHECKVAL NOT = SPACE)
                  OR (PF-SERIAL NOT = "Y" AND PF-SERIAL NOT = "N"
            END-IF

      *    A transposition profile has to carry a usable keyword -
      *    the same screen the TRKEY= deck value gets. A Playfair
      *    profile may leave it blank for the keyword of the day,
      *    but one it does carry gets the same screen
            IF PF-CIPHER = "TRANSPOS"
                  OR (PF-CIPHER = "PLAYFAIR"
                      AND PARM-TRKEY NOT = SPACES)
             MOVE PARM-TRKEY TO STR-TRKEY-SCREEN
             PERFORM SCREEN-TRKEY-VALUE
             IF I-TRKEY-VALID = 0
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Holds a batch deck to the same operator functions the
      *    terminal demands. The decrypt gate used to exist only at
      *    RUN-INTERACTIVE-CIPHER's prompt - a MODE=D deck ran with
      *    no authorization at all. Now a decrypt run must carry a
      *    RUNUSER/RUNPASS credential that OPERATOR-SIGNON validates
      *    as holding the DECRYPT function, an encrypt run that
      *    carries one is verified as holding ENCRYPT, and the
      *    verified user id - not whatever
      *    CIPHERUSER claims - is set into CIPHER-SESSION for every
      *    CIPHERLOG line the run writes. The password is blanked
      *    the moment the sign-on call comes back.
            IF PARM-RUNUSER = SPACES
             IF PARM-MODE = "D"
              DISPLAY "CIPHPARM - MODE=D takes a RUNUSER/RUNPASS "
                      "credential holding DECRYPT - run refused"
              MOVE 1 TO I-PARM-STATUS
             END-IF
             EXIT PARAGRAPH
            END-IF

            IF PARM-MODE = "D"
             MOVE "DECRYPT" TO STR-SIGNON-FUNCTION
            ELSE
             MOVE "ENCRYPT" TO STR-SIGNON-FUNCTION
            END-IF

            MOVE 0 TO I-RUN-CRED-GRANTED
            CALL "OPERATOR-SIGNON" USING
                PARM-RUNUSER, PARM-RUNPASS, I-RUN-CRED-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION
            MOVE SPACES TO PARM-RUNPASS

            IF I-RUN-CRED-GRANTED = 0
             DISPLAY "CIPHPARM - run credential refused for user "
                     PARM-RUNUSER " - " STR-SIGNON-FUNCTION
                     " run refused"
             MOVE 1 TO I-PARM-STATUS
             EXIT PARAGRAPH
            END-IF
                    OR STR-PARM-VALUE(1:8) = "ATBASH"
                    OR STR-PARM-VALUE(1:8) = "AFFINE"
                    OR STR-PARM-VALUE(1:8) = "TRANSPOS"
                    OR STR-PARM-VALUE(1:8) = "PLAYFAIR"
               MOVE STR-PARM-VALUE(1:8) TO PARM-CIPHER
              ELSE
               PERFORM REJECT-PARM-VALUE
