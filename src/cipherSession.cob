

      *    // Validates an operator's sign-on against the OPERFILE
      *    // operator file and, when the caller names the function
      *    // it is about to run (ENCRYPT, KEY-APPROVE, VAULT-FETCH
      *    // and the rest on permrec.cpy), whether the permission
      *    // profiles the operator holds grant it - asked of
      *    // OPERATOR-PERMIT below. The caller gets 1 back for a
      *    // good credential holding the function (or for a good
      *    // credential alone when no function is named) and 0
      *    // otherwise. The file holds passwords scrambled through
      *    // OPER-SCRAMBLE, so the typed answer is scrambled the
      *    // same way and the two scrambled forms are compared -
      *    // the clear password never touches the dataset. A user
      *    // id or password that matches nothing comes back 0 and
      *    // the caller refuses the sign-on; the same for a missing
      *    // OPERFILE, so an unprotected terminal does not degrade
      *    // to everyone-is-an-admin.
      *    //
      *    // Every attempt - success or failure - appends a record
      *    // to the SIGNLOG attempt trail with the user id, the
      *    // timestamp, the outcome, and which program asked, so
      *    // "who tried and failed" finally has an answer on paper;
      *    // a good credential without the function is recorded as
      *    // NOFUNC. Three consecutive failures lock the user id and
      *    // every try after that is refused outright until an
      *    // operator holding OPER-ADMIN releases the lock through
      *    // OPERADM. A password past the shop's standing 90-day
      *    // limit, or one OPERADM flagged for change, must be
      *    // replaced right here before the caller gets an answer
      *    // back - so neither MAINCIPH nor VAULT-FETCH ever
      *    // proceeds on a stale credential.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. OPERATOR-SIGNON.

      *    a read of it
             01 I-OPER-COUNT       PIC 999 VALUE 0.
             01 OPER-TABLE.
               05 OT-OPER          PIC X(80) OCCURS 200 TIMES.
             01 I-OPER-ITER        PIC 999.
             01 I-FOUND-SLOT       PIC 999.
             01 I-FILE-CHANGED     PIC 9.
            LINKAGE SECTION.
             01 STR-SO-USERID      PIC X(8).
             01 STR-SO-PASSWORD    PIC X(8).
             01 I-SO-GRANTED       PIC 9.
             01 STR-SO-CALLER      PIC X(8).
             01 STR-SO-FUNCTION    PIC X(16).

           PROCEDURE DIVISION
               USING STR-SO-USERID, STR-SO-PASSWORD, I-SO-GRANTED,
                     STR-SO-CALLER, STR-SO-FUNCTION.

           MAINLINE.
            MOVE 0   TO I-SO-GRANTED
            MOVE "N" TO I-EOF-FLAG
            MOVE 0   TO I-OPER-COUNT
            MOVE 0   TO I-FILE-CHANGED
             END-IF
            END-IF

      *     A good credential still has to hold the function the
      *     caller is about to run
            IF I-SO-GRANTED = 1 AND STR-SO-FUNCTION NOT = SPACES
             CALL "OPERATOR-PERMIT" USING STR-SO-USERID,
                                          STR-SO-FUNCTION,
                                          I-SO-GRANTED
             IF I-SO-GRANTED = 0
              DISPLAY "SIGNON - user id " STR-SO-USERID
                      " does not hold the " STR-SO-FUNCTION
                      " function"
              MOVE "NOFUNC" TO STR-ATTEMPT-RESULT
             END-IF
            END-IF

            PERFORM WRITE-SIGNLOG-RECORD

            EXIT PROGRAM.
      *    credential is refused before the password is even looked
      *    at, a wrong password pays into the fail count (and locks
      *    at the limit), and a right password still has to clear
      *    the age and forced-change gates before the answer goes
      *    back
      *    /////////////////////////////////////////////////////////////
           JUDGE-ONE-ATTEMPT.
            EVALUATE TRUE

             WHEN OP-LOCKED = "Y"
              DISPLAY "SIGNON - user id " STR-SO-USERID " is locked"
                      " - an OPER-ADMIN operator must release it"
              MOVE "LOCKED" TO STR-ATTEMPT-RESULT

             WHEN OTHER
      *    /////////////////////////////////////////////////////////////
      *    The password matched - clear any paid-in failures, then
      *    put the credential through the age and forced-change
      *    gates before the answer is handed back
      *    /////////////////////////////////////////////////////////////
           ACCEPT-GOOD-PASSWORD.
            IF OP-FAILCOUNT IS NOT NUMERIC OR OP-FAILCOUNT > 0
            IF I-CHANGE-NEEDED = 1
             PERFORM FORCE-PASSWORD-CHANGE
            ELSE
             MOVE 1 TO I-SO-GRANTED
             MOVE "SUCCESS" TO STR-ATTEMPT-RESULT
            END-IF

            MOVE STR-TODAY-DATE TO OP-PWDATE
            MOVE 1 TO I-FILE-CHANGED

            MOVE 1 TO I-SO-GRANTED
            MOVE "SUCCESS" TO STR-ATTEMPT-RESULT
            DISPLAY "SIGNON - password changed".


           END PROGRAM OPERATOR-SIGNON.

      *    // Answers whether an operator may run one function - the
      *    // profiles on the operator's OPERFILE row against the
      *    // PERMPROF permission-profile file. A row that holds no
      *    // profiles yet is read as holding the LEVEL1, LEVEL2 or
      *    // LEVEL3 profile its old permission level became, so the
      *    // cutover locks nobody out before OPERADM converts it. An
      *    // operator not on file, a missing PERMPROF, or a function
      *    // none of the operator's profiles names all come back
      *    // not granted. OPERATOR-SIGNON asks on its caller's
      *    // behalf; MAINCIPH asks again for each menu mode.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. OPERATOR-PERMIT.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-OPERFILE-STATUS.
                 SELECT PERM-PROFILE-FILE ASSIGN TO "PERMPROF"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-PERMPROF-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  OPERATOR-FILE.
             COPY "operrec.cpy".

             FD  PERM-PROFILE-FILE.
             COPY "permrec.cpy".

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-OPERFILE-STATUS PIC X(2).
             01 STR-PERMPROF-STATUS PIC X(2).
             01 I-USER-FOUND       PIC 9.

      *    The profiles the operator holds, in the OP-PROFILE-LIST
      *    shape
             01 HELD-PROFILES.
               05 HP-SLOT OCCURS 5 TIMES.
                 10 HP-PROFILE     PIC X(8).
                 10 FILLER         PIC X(1).
             01 I-HELD-ITER        PIC 9.

            LINKAGE SECTION.
             01 STR-PM-USERID      PIC X(8).
             01 STR-PM-FUNCTION    PIC X(16).
             01 I-PM-GRANTED       PIC 9.

           PROCEDURE DIVISION
               USING STR-PM-USERID, STR-PM-FUNCTION, I-PM-GRANTED.

           MAINLINE.
            MOVE 0      TO I-PM-GRANTED
            MOVE 0      TO I-USER-FOUND
            MOVE SPACES TO HELD-PROFILES

            IF STR-PM-USERID = SPACES OR STR-PM-FUNCTION = SPACES
             EXIT PROGRAM
            END-IF

            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT OPERATOR-FILE
            IF STR-OPERFILE-STATUS = "35"
             EXIT PROGRAM
            END-IF
            PERFORM FIND-ONE-OPERATOR
                UNTIL I-AT-EOF OR I-USER-FOUND = 1
            CLOSE OPERATOR-FILE

            IF I-USER-FOUND = 0 OR HELD-PROFILES = SPACES
             EXIT PROGRAM
            END-IF

            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT PERM-PROFILE-FILE
            IF STR-PERMPROF-STATUS = "35"
             DISPLAY "PERMIT - no PERMPROF on hand - nothing granted"
             EXIT PROGRAM
            END-IF
            PERFORM CHECK-ONE-GRANT
                UNTIL I-AT-EOF OR I-PM-GRANTED = 1
            CLOSE PERM-PROFILE-FILE

            EXIT PROGRAM.

           FIND-ONE-OPERATOR.
            READ OPERATOR-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR OP-USERID NOT = STR-PM-USERID
             EXIT PARAGRAPH
            END-IF

            MOVE 1 TO I-USER-FOUND
            MOVE OP-PROFILE-LIST TO HELD-PROFILES
            IF HELD-PROFILES = SPACES
                  AND OP-LEVEL IS NUMERIC AND OP-LEVEL > 0
             MOVE "LEVEL"  TO HP-PROFILE(1)
             MOVE OP-LEVEL TO HP-PROFILE(1)(6:1)
            END-IF.

           CHECK-ONE-GRANT.
            READ PERM-PROFILE-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
                  AND PP-PROFILE NOT = SPACES
                  AND PP-FUNCTION = STR-PM-FUNCTION
             PERFORM MATCH-ONE-HELD
                 VARYING I-HELD-ITER FROM 1 BY 1
                 UNTIL I-HELD-ITER > 5 OR I-PM-GRANTED = 1
            END-IF.

           MATCH-ONE-HELD.
            IF HP-PROFILE(I-HELD-ITER) = PP-PROFILE
             MOVE 1 TO I-PM-GRANTED
            END-IF.

           END PROGRAM OPERATOR-PERMIT.


      *    // One-way password scrambler for the OPERFILE credential
      *    // file - folds the eight password bytes into eight
