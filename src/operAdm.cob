      *    // had one: OPERFILE. Lists, adds, updates, and retires
      *    // operator records through validated prompts instead of
      *    // someone hand-editing a flat file of clear passwords
      *    // next to the permissions OPERATOR-SIGNON reads.
      *    // Passwords land on the file scrambled through
      *    // OPER-SCRAMBLE and are never displayed back; a reset
      *    // can raise the force-change flag so the operator must
      *    // pick their own password at the next sign-on. Every
      *    // accepted change appends a before/after record to the
      *    // OPERAUDIT trail the way KEYADMIN writes KEYAUDIT -
      *    // profiles, functions and flags only, never a password in
      *    // any form. A legacy row (clear password, no flag byte)
      *    // is converted to the scrambled layout the first time
      *    // this program loads the file.
      *    //
      *    // What an operator may run is the permission profiles
      *    // they hold, each a named set of functions on the
      *    // PERMPROF file. This program grants and revokes
      *    // profiles on an operator and functions on a profile -
      *    // a profile comes into being with its first function -
      *    // and every grant and revoke is an OPERAUDIT line. A row
      *    // still carrying only the old 1/2/3 permission level is
      *    // converted on load to hold the LEVEL1, LEVEL2 or LEVEL3
      *    // profile, audited as a CONVERT grant of that profile.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. OPERADM.

                 SELECT OPER-AUDIT-FILE ASSIGN TO "OPERAUDIT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-OPERAUDIT-STATUS.
                 SELECT PERM-PROFILE-FILE ASSIGN TO "PERMPROF"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-PERMPROF-STATUS.

           DATA DIVISION.
            FILE SECTION.
             COPY "operrec.cpy".

             FD  OPER-AUDIT-FILE.
             01 REC-OPERAUDIT      PIC X(120).

             FD  PERM-PROFILE-FILE.
             COPY "permrec.cpy".

            WORKING-STORAGE SECTION.
      *    Internal variables
               88 I-AT-EOF               VALUE "Y".
             01 STR-OPERFILE-STATUS PIC X(2).
             01 STR-OPERAUDIT-STATUS PIC X(2).
             01 STR-PERMPROF-STATUS PIC X(2).

             01 C-ADMIN-ACTION     PIC X(1).
               88 I-ACTION-LIST          VALUE "L" "l".
               88 I-ACTION-UPDATE        VALUE "U" "u".
               88 I-ACTION-RETIRE        VALUE "T" "t".
               88 I-ACTION-RELEASE       VALUE "R" "r".
               88 I-ACTION-GRANT-PROF    VALUE "G" "g".
               88 I-ACTION-REVOKE-PROF   VALUE "V" "v".
               88 I-ACTION-GRANT-FUNC    VALUE "F" "f".
               88 I-ACTION-DROP-FUNC     VALUE "D" "d".
               88 I-ACTION-PROFILES      VALUE "P" "p".
               88 I-ACTION-QUIT          VALUE "Q" "q".

      *    Sign-on fields - handing out credentials and permission
      *    profiles takes the OPER-ADMIN function
             01 STR-OPERATOR-ID    PIC X(8).
             01 STR-SIGNON-PASS    PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 STR-SIGNON-CALLER  PIC X(8) VALUE "OPERADM".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "OPER-ADMIN".

      *    The whole operator file held in storage for the rewrite,
      *    the way PARTADM holds PARTFILE - a shop has a roomful of
      *    operators, not a building of them
             01 I-OPER-COUNT       PIC 999 VALUE 0.
             01 OPER-TABLE.
               05 OT-OPER          PIC X(80) OCCURS 200 TIMES.
             01 I-OPER-ITER        PIC 999.
             01 I-FOUND-SLOT       PIC 999.

      *    Rows the load converted from a bare permission level to
      *    its LEVELn profile, so each is audited once the load is
      *    known to be whole
             01 CONVERTED-TABLE.
               05 CV-LEVEL         PIC X(1) OCCURS 200 TIMES.
             01 I-PROFILE-CONVERTS PIC 9(4) VALUE 0.

      *    PERMPROF held whole the same way - one entry per function
      *    a profile grants - and rewritten at quit when touched
             01 I-PERM-COUNT       PIC 999 VALUE 0.
             01 PERM-TABLE.
               05 PT-ENTRY         PIC X(25) OCCURS 300 TIMES.
             01 I-PERM-ITER        PIC 999.
             01 I-PERM-SLOT        PIC 999.
             01 I-PERM-OVERFLOW    PIC 9 VALUE 0.
             01 I-PERM-CHANGES     PIC 9(4) VALUE 0.
             01 I-PROFILE-KNOWN    PIC 9.
             01 I-HELD-ITER        PIC 9.
             01 I-HELD-SLOT        PIC 9.

      *    The functions a profile may grant - the checks the
      *    programs make, and nothing else
             01 FUNCTION-NAMES.
               05 FILLER PIC X(16) VALUE "ENCRYPT".
               05 FILLER PIC X(16) VALUE "DECRYPT".
               05 FILLER PIC X(16) VALUE "SOLVE".
               05 FILLER PIC X(16) VALUE "KEY-ADD".
               05 FILLER PIC X(16) VALUE "KEY-APPROVE".
               05 FILLER PIC X(16) VALUE "VAULT-FETCH".
               05 FILLER PIC X(16) VALUE "VAULT-RECUT".
               05 FILLER PIC X(16) VALUE "PARTNER-MAINTAIN".
               05 FILLER PIC X(16) VALUE "LOCK-RELEASE".
               05 FILLER PIC X(16) VALUE "REJECT-RESUBMIT".
               05 FILLER PIC X(16) VALUE "SCREEN-RELEASE".
               05 FILLER PIC X(16) VALUE "LEGAL-HOLD".
               05 FILLER PIC X(16) VALUE "CTL-RESTORE".
               05 FILLER PIC X(16) VALUE "OPER-ADMIN".
               05 FILLER PIC X(16) VALUE "KEY-DISTRIBUTE".
               05 FILLER PIC X(16) VALUE "DAY-CLOSE".
             01 FUNCTION-TABLE REDEFINES FUNCTION-NAMES.
               05 FN-NAME          PIC X(16) OCCURS 16 TIMES.
             01 I-FUNC-ITER        PIC 99.
             01 I-FUNC-KNOWN       PIC 9.

      *    The profiles the signed-on operator holds - dropping
      *    OPER-ADMIN from one of them would end this operator's
      *    own administration
             01 MY-PROFILES.
               05 MY-SLOT OCCURS 5 TIMES.
                 10 MY-PROFILE     PIC X(8).
                 10 FILLER         PIC X(1).

      *    Set when OPERFILE holds more rows than the table - the
      *    quit-time rewrite rebuilds the file FROM the table, so
      *    a partial load must never be written back: it would
      *    fingered answer is rejected instead of abending
             01 STR-ENTRY-USERID   PIC X(8).
             01 STR-ENTRY-PASS     PIC X(8).
             01 STR-ENTRY-FORCE    PIC X(1).
             01 STR-ENTRY-PROFILE  PIC X(8).
             01 STR-ENTRY-FUNCTION PIC X(16).
             01 I-ENTRY-VALID      PIC 9.
               88 I-ENTRY-REJECTED      VALUE 0.

                         OP-PWCHANGE  BY NO-PWCHANGE,
                         OP-LOCKED    BY NO-LOCKED,
                         OP-FAILCOUNT BY NO-FAILCOUNT,
                         OP-PWDATE    BY NO-PWDATE,
                         OP-PROFILE-LIST BY NO-PROFILE-LIST,
                         OP-PROFILE-SLOT BY NO-PROFILE-SLOT,
                         OP-PROFILE   BY NO-PROFILE.

      *    One PERMPROF entry picked apart
             COPY "permrec.cpy"
               REPLACING REC-PERMPROF BY REC-PERM-ENTRY,
                         PP-PROFILE   BY PE-PROFILE,
                         PP-FUNCTION  BY PE-FUNCTION.

      *    Before/after change audit line appended to OPERAUDIT for
      *    every accepted change, in the same timestamp-first shape
      *    as KEYADMIN's KEYAUDIT lines - levels, profiles,
      *    functions and flags only, a password never lands here in
      *    any form. A GRANT or REVOKE carries the profile, and a
      *    function too when it is the profile that changed (USER=
      *    is then blank)
             01 STR-AUDIT-LINE.
               05 OA-TIMESTAMP     PIC X(21).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 OA-AFTER-LEVEL   PIC X(1).
               05 FILLER           PIC X(7) VALUE " FORCE=".
               05 OA-FORCE-FLAG    PIC X(1).
               05 FILLER           PIC X(9) VALUE " PROFILE=".
               05 OA-PROFILE       PIC X(8).
               05 FILLER           PIC X(10) VALUE " FUNCTION=".
               05 OA-FUNCTION      PIC X(16).

           PROCEDURE DIVISION.

            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "OPERADM - credential maintenance takes the "
                     "OPER-ADMIN function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            PERFORM LOAD-OPERATOR-FILE
            PERFORM LOAD-PROFILE-FILE

            IF I-CONVERTED-COUNT > 0
             DISPLAY "OPERADM - " I-CONVERTED-COUNT " legacy "
                     "clear-password row(s) scrambled"
            END-IF

            IF I-PROFILE-CONVERTS > 0 AND I-TABLE-OVERFLOW = 0
             MOVE SPACES TO STR-ENTRY-FUNCTION
             PERFORM AUDIT-ONE-CONVERSION
                 VARYING I-OPER-ITER FROM 1 BY 1
                 UNTIL I-OPER-ITER > I-OPER-COUNT
             DISPLAY "OPERADM - " I-PROFILE-CONVERTS " row(s) "
                     "moved from a permission level to its profile"
            END-IF

            MOVE STR-OPERATOR-ID TO STR-ENTRY-USERID
            PERFORM FIND-OPERATOR-SLOT
            MOVE SPACES TO MY-PROFILES
            IF I-FOUND-SLOT > 0
             MOVE OT-OPER(I-FOUND-SLOT) TO REC-OPERATOR
             MOVE OP-PROFILE-LIST TO MY-PROFILES
            END-IF

            PERFORM PROCESS-ONE-ACTION UNTIL I-ACTION-QUIT

      *     A partial load must never be written back whole - the
             END-IF
            END-IF

            IF I-PERM-CHANGES > 0
             IF I-PERM-OVERFLOW = 1
              DISPLAY "OPERADM - PERMPROF holds more entries than "
                      "the table - NOTHING rewritten, profile "
                      "change(s) abandoned"
              MOVE 0 TO I-PERM-CHANGES
             ELSE
              PERFORM REWRITE-PROFILE-FILE
             END-IF
            END-IF

            DISPLAY "OPERADM - " I-CHANGES-MADE " change(s) made, "
                    I-PERM-CHANGES " profile change(s) made"

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
               ADD 1 TO I-CHANGES-MADE
              END-IF
              ADD 1 TO I-OPER-COUNT
              MOVE SPACE TO CV-LEVEL(I-OPER-COUNT)
      *       Profiles came after the lockout fields - a row with
      *       none still carries its old 1/2/3 level, and takes
      *       the profile that level became
              IF OP-PROFILE-LIST = SPACES
                    AND OP-LEVEL IS NUMERIC AND OP-LEVEL > 0
               MOVE OP-LEVEL TO CV-LEVEL(I-OPER-COUNT)
               MOVE "LEVEL"  TO OP-PROFILE(1)
               MOVE OP-LEVEL TO OP-PROFILE(1)(6:1)
               MOVE 0        TO OP-LEVEL
               ADD 1 TO I-PROFILE-CONVERTS
               ADD 1 TO I-CHANGES-MADE
              END-IF
              MOVE REC-OPERATOR TO OT-OPER(I-OPER-COUNT)
             END-IF
            END-IF.

           AUDIT-ONE-CONVERSION.
            IF CV-LEVEL(I-OPER-ITER) NOT = SPACE
             MOVE OT-OPER(I-OPER-ITER) TO REC-OPERATOR
             MOVE OP-USERID   TO STR-ENTRY-USERID
             MOVE OP-PWCHANGE TO STR-ENTRY-FORCE
             MOVE OP-PROFILE(1) TO STR-ENTRY-PROFILE
             MOVE "CONVERT" TO OA-ACTION
             MOVE CV-LEVEL(I-OPER-ITER) TO OA-BEFORE-LEVEL
             MOVE OP-LEVEL TO OA-AFTER-LEVEL
             PERFORM WRITE-AUDIT-RECORD
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Loads PERMPROF whole - a missing file starts empty, and
      *    every function check answers no until profiles are given
      *    functions here
      *    /////////////////////////////////////////////////////////////
           LOAD-PROFILE-FILE.
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT PERM-PROFILE-FILE
            IF STR-PERMPROF-STATUS = "35"
             DISPLAY "OPERADM - no existing PERMPROF - starting "
                     "empty"
            ELSE
             PERFORM LOAD-ONE-PROFILE-LINE UNTIL I-AT-EOF
             CLOSE PERM-PROFILE-FILE
            END-IF.

           LOAD-ONE-PROFILE-LINE.
            READ PERM-PROFILE-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF AND PP-PROFILE NOT = SPACES
             IF I-PERM-COUNT >= 300
              IF I-PERM-OVERFLOW = 0
               DISPLAY "OPERADM - more than 300 profile entries - "
                       "PERMPROF cannot be rewritten this session"
              END-IF
              MOVE 1 TO I-PERM-OVERFLOW
             ELSE
              ADD 1 TO I-PERM-COUNT
              MOVE REC-PERMPROF TO PT-ENTRY(I-PERM-COUNT)
             END-IF
            END-IF.

           PROCESS-ONE-ACTION.
            DISPLAY "Action - (L)ist, (A)dd, (U)pdate, re(T)ire, "
                    "(R)elease lock, (G)rant profile, re(V)oke "
                    "profile, (F)unction to profile, (D)rop "
                    "function, (P)rofile list, (Q)uit: "
            ACCEPT C-ADMIN-ACTION

            MOVE SPACES TO STR-ENTRY-PROFILE
            MOVE SPACES TO STR-ENTRY-FUNCTION

            EVALUATE TRUE
             WHEN I-ACTION-LIST
              PERFORM LIST-ALL-OPERATORS
              PERFORM RETIRE-ONE-OPERATOR
             WHEN I-ACTION-RELEASE
              PERFORM RELEASE-ONE-LOCK
             WHEN I-ACTION-GRANT-PROF
              PERFORM GRANT-ONE-PROFILE
             WHEN I-ACTION-REVOKE-PROF
              PERFORM REVOKE-ONE-PROFILE
             WHEN I-ACTION-GRANT-FUNC
              PERFORM GRANT-ONE-FUNCTION
             WHEN I-ACTION-DROP-FUNC
              PERFORM DROP-ONE-FUNCTION
             WHEN I-ACTION-PROFILES
              PERFORM LIST-ALL-PROFILES
             WHEN I-ACTION-QUIT
              CONTINUE
             WHEN OTHER
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    Lists user id, flags, and profiles held only - the
      *    scrambled password is already unreadable, but the list
      *    has no business showing even that
      *    /////////////////////////////////////////////////////////////
            IF I-OPER-COUNT = 0
             DISPLAY "No operators on file"
            ELSE
             DISPLAY "USERID   FORCE LOCK FAILS PWDATE   PROFILES"
             PERFORM LIST-ONE-OPERATOR
                 VARYING I-OPER-ITER FROM 1 BY 1
                 UNTIL I-OPER-ITER > I-OPER-COUNT

           LIST-ONE-OPERATOR.
            MOVE OT-OPER(I-OPER-ITER) TO REC-OPERATOR
            DISPLAY OP-USERID " " OP-PWCHANGE
                    "     " OP-LOCKED "    " OP-FAILCOUNT "    "
                    OP-PWDATE " " OP-PROFILE-LIST.

      *    /////////////////////////////////////////////////////////////
      *    Adds a new operator - a duplicate user id is refused

            MOVE "ADD" TO OA-ACTION
            MOVE "-"   TO OA-BEFORE-LEVEL
            MOVE NO-LEVEL TO OA-AFTER-LEVEL
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "ADDED " STR-ENTRY-USERID
                    " - no profiles yet, use (G)rant profile".

      *    /////////////////////////////////////////////////////////////
      *    Updates an existing operator - password and force-change
      *    flag are re-prompted whole, so a half-keyed update can
      *    never leave a row in a mixed state. The profiles held
      *    are untouched; (G) and (V) change those
      *    /////////////////////////////////////////////////////////////
           UPDATE-ONE-OPERATOR.
            DISPLAY "User id: "
            END-IF

            PERFORM BUILD-OPERATOR-ROW
            MOVE OP-PROFILE-LIST TO NO-PROFILE-LIST
            MOVE OP-LEVEL TO NO-LEVEL
            MOVE REC-NEW-OPERATOR TO OT-OPER(I-FOUND-SLOT)
            ADD 1 TO I-CHANGES-MADE

            MOVE "UPDATE" TO OA-ACTION
            MOVE NO-LEVEL TO OA-AFTER-LEVEL
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "UPDATED " STR-ENTRY-USERID.

      *    /////////////////////////////////////////////////////////////
      *    Retires an operator - the row is dropped from the table
      *    and the rewrite leaves it off the file, profiles and
      *    all. The audit trail records the retirement.
      *    /////////////////////////////////////////////////////////////
           RETIRE-ONE-OPERATOR.
            DISPLAY "User id: "

      *    /////////////////////////////////////////////////////////////
      *    Releases a lockout - OPERATOR-SIGNON locks a user id
      *    after three consecutive failures, and only this
      *    OPER-ADMIN action opens it again. The fail count is
      *    cleared with the lock so the next wrong answer starts
      *    from zero.
      *    /////////////////////////////////////////////////////////////
           RELEASE-ONE-LOCK.
            DISPLAY "User id: "
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "RELEASED " STR-ENTRY-USERID.

      *    /////////////////////////////////////////////////////////////
      *    Grants a profile to an operator - the profile must already
      *    name at least one function on PERMPROF, so a mistyped
      *    name is refused instead of granting nothing, and no
      *    operator may change the profiles on their own row
      *    /////////////////////////////////////////////////////////////
           GRANT-ONE-PROFILE.
            PERFORM PROMPT-OPERATOR-PROFILE
            IF I-ENTRY-REJECTED
             EXIT PARAGRAPH
            END-IF

            PERFORM CHECK-PROFILE-KNOWN
            IF I-PROFILE-KNOWN = 0
             DISPLAY "REJECTED - no profile " STR-ENTRY-PROFILE
                     " on PERMPROF - give it a function with (F)"
             EXIT PARAGRAPH
            END-IF

            PERFORM FIND-HELD-PROFILE
            IF I-HELD-SLOT > 0
             DISPLAY "REJECTED - " STR-ENTRY-USERID " already holds "
                     STR-ENTRY-PROFILE
             EXIT PARAGRAPH
            END-IF

            PERFORM FIND-FREE-PROFILE-SLOT
            IF I-HELD-SLOT = 0
             DISPLAY "REJECTED - " STR-ENTRY-USERID " already holds "
                     "five profiles - revoke one first"
             EXIT PARAGRAPH
            END-IF

            MOVE STR-ENTRY-PROFILE TO OP-PROFILE(I-HELD-SLOT)
            MOVE REC-OPERATOR TO OT-OPER(I-FOUND-SLOT)
            ADD 1 TO I-CHANGES-MADE

            MOVE "GRANT" TO OA-ACTION
            MOVE OP-LEVEL TO OA-BEFORE-LEVEL
            MOVE OP-LEVEL TO OA-AFTER-LEVEL
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "GRANTED " STR-ENTRY-PROFILE " TO "
                    STR-ENTRY-USERID.

      *    /////////////////////////////////////////////////////////////
      *    Revokes a profile from an operator - the slot is blanked,
      *    and whatever only that profile granted is gone from the
      *    operator's next sign-on
      *    /////////////////////////////////////////////////////////////
           REVOKE-ONE-PROFILE.
            PERFORM PROMPT-OPERATOR-PROFILE
            IF I-ENTRY-REJECTED
             EXIT PARAGRAPH
            END-IF

            PERFORM FIND-HELD-PROFILE
            IF I-HELD-SLOT = 0
             DISPLAY "REJECTED - " STR-ENTRY-USERID " does not hold "
                     STR-ENTRY-PROFILE
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO OP-PROFILE(I-HELD-SLOT)
            MOVE REC-OPERATOR TO OT-OPER(I-FOUND-SLOT)
            ADD 1 TO I-CHANGES-MADE

            MOVE "REVOKE" TO OA-ACTION
            MOVE OP-LEVEL TO OA-BEFORE-LEVEL
            MOVE OP-LEVEL TO OA-AFTER-LEVEL
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "REVOKED " STR-ENTRY-PROFILE " FROM "
                    STR-ENTRY-USERID.

      *    Shared front half of (G) and (V) - the operator's row is
      *    left in REC-OPERATOR for the change
           PROMPT-OPERATOR-PROFILE.
            MOVE 1 TO I-ENTRY-VALID

            DISPLAY "User id: "
            ACCEPT STR-ENTRY-USERID
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-USERID)
                TO STR-ENTRY-USERID

            PERFORM FIND-OPERATOR-SLOT
            IF I-FOUND-SLOT = 0
             DISPLAY "REJECTED - no record for " STR-ENTRY-USERID
             MOVE 0 TO I-ENTRY-VALID
             EXIT PARAGRAPH
            END-IF

            IF STR-ENTRY-USERID = STR-OPERATOR-ID
             DISPLAY "REJECTED - cannot change the signed-on "
                     "operator's own profiles"
             MOVE 0 TO I-ENTRY-VALID
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Profile: "
            ACCEPT STR-ENTRY-PROFILE
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-PROFILE)
                TO STR-ENTRY-PROFILE

            IF STR-ENTRY-PROFILE = SPACES
             DISPLAY "REJECTED - profile cannot be blank"
             MOVE 0 TO I-ENTRY-VALID
             EXIT PARAGRAPH
            END-IF

            MOVE OT-OPER(I-FOUND-SLOT) TO REC-OPERATOR
            MOVE OP-PWCHANGE TO STR-ENTRY-FORCE.

      *    Finds STR-ENTRY-PROFILE among the five on REC-OPERATOR
           FIND-HELD-PROFILE.
            MOVE 0 TO I-HELD-SLOT
            PERFORM MATCH-ONE-HELD
                VARYING I-HELD-ITER FROM 1 BY 1
                UNTIL I-HELD-ITER > 5 OR I-HELD-SLOT > 0.

           MATCH-ONE-HELD.
            IF OP-PROFILE(I-HELD-ITER) = STR-ENTRY-PROFILE
             MOVE I-HELD-ITER TO I-HELD-SLOT
            END-IF.

           FIND-FREE-PROFILE-SLOT.
            MOVE 0 TO I-HELD-SLOT
            PERFORM MATCH-ONE-FREE
                VARYING I-HELD-ITER FROM 1 BY 1
                UNTIL I-HELD-ITER > 5 OR I-HELD-SLOT > 0.

           MATCH-ONE-FREE.
            IF OP-PROFILE(I-HELD-ITER) = SPACES
             MOVE I-HELD-ITER TO I-HELD-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Grants a function to a profile - a profile not yet on
      *    PERMPROF comes into being with its first function. Only
      *    the functions the programs check are accepted
      *    /////////////////////////////////////////////////////////////
           GRANT-ONE-FUNCTION.
            PERFORM PROMPT-PROFILE-FUNCTION
            IF I-ENTRY-REJECTED
             EXIT PARAGRAPH
            END-IF

            IF I-PERM-SLOT > 0
             DISPLAY "REJECTED - " STR-ENTRY-PROFILE " already "
                     "grants " STR-ENTRY-FUNCTION
             EXIT PARAGRAPH
            END-IF

            IF I-PERM-COUNT >= 300
             DISPLAY "REJECTED - profile table is full"
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO REC-PERM-ENTRY
            MOVE STR-ENTRY-PROFILE  TO PE-PROFILE
            MOVE STR-ENTRY-FUNCTION TO PE-FUNCTION
            ADD 1 TO I-PERM-COUNT
            MOVE REC-PERM-ENTRY TO PT-ENTRY(I-PERM-COUNT)
            ADD 1 TO I-PERM-CHANGES

            MOVE "GRANT" TO OA-ACTION
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "GRANTED " STR-ENTRY-FUNCTION " TO PROFILE "
                    STR-ENTRY-PROFILE.

      *    /////////////////////////////////////////////////////////////
      *    Drops a function from a profile - every operator holding
      *    the profile loses it at the next sign-on. Dropping
      *    OPER-ADMIN from a profile the signed-on operator holds is
      *    refused, so this session cannot saw off its own branch
      *    /////////////////////////////////////////////////////////////
           DROP-ONE-FUNCTION.
            PERFORM PROMPT-PROFILE-FUNCTION
            IF I-ENTRY-REJECTED
             EXIT PARAGRAPH
            END-IF

            IF I-PERM-SLOT = 0
             DISPLAY "REJECTED - " STR-ENTRY-PROFILE " does not "
                     "grant " STR-ENTRY-FUNCTION
             EXIT PARAGRAPH
            END-IF

            IF STR-ENTRY-FUNCTION = "OPER-ADMIN"
             MOVE 0 TO I-HELD-SLOT
             PERFORM MATCH-ONE-MINE
                 VARYING I-HELD-ITER FROM 1 BY 1
                 UNTIL I-HELD-ITER > 5 OR I-HELD-SLOT > 0
             IF I-HELD-SLOT > 0
              DISPLAY "REJECTED - the signed-on operator holds "
                      STR-ENTRY-PROFILE " - OPER-ADMIN stays"
              EXIT PARAGRAPH
             END-IF
            END-IF

            PERFORM CLOSE-ONE-PERM-GAP
                VARYING I-PERM-ITER FROM I-PERM-SLOT BY 1
                UNTIL I-PERM-ITER >= I-PERM-COUNT
            SUBTRACT 1 FROM I-PERM-COUNT
            ADD 1 TO I-PERM-CHANGES

            MOVE "REVOKE" TO OA-ACTION
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "REVOKED " STR-ENTRY-FUNCTION " FROM PROFILE "
                    STR-ENTRY-PROFILE.

           MATCH-ONE-MINE.
            IF MY-PROFILE(I-HELD-ITER) = STR-ENTRY-PROFILE
             MOVE I-HELD-ITER TO I-HELD-SLOT
            END-IF.

           CLOSE-ONE-PERM-GAP.
            MOVE PT-ENTRY(I-PERM-ITER + 1) TO PT-ENTRY(I-PERM-ITER).

      *    Shared front half of (F) and (D) - leaves the entry's
      *    slot in I-PERM-SLOT, 0 when the profile does not grant
      *    the function. A profile change names no operator, so the
      *    audit line's USER= and FORCE= are blank
           PROMPT-PROFILE-FUNCTION.
            MOVE 1      TO I-ENTRY-VALID
            MOVE SPACES TO STR-ENTRY-USERID
            MOVE "-"    TO STR-ENTRY-FORCE
            MOVE "-"    TO OA-BEFORE-LEVEL
            MOVE "-"    TO OA-AFTER-LEVEL

            DISPLAY "Profile: "
            ACCEPT STR-ENTRY-PROFILE
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-PROFILE)
                TO STR-ENTRY-PROFILE

            IF STR-ENTRY-PROFILE = SPACES
             DISPLAY "REJECTED - profile cannot be blank"
             MOVE 0 TO I-ENTRY-VALID
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Function: "
            ACCEPT STR-ENTRY-FUNCTION
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-FUNCTION)
                TO STR-ENTRY-FUNCTION

            MOVE 0 TO I-FUNC-KNOWN
            PERFORM MATCH-ONE-FUNCTION-NAME
                VARYING I-FUNC-ITER FROM 1 BY 1
                UNTIL I-FUNC-ITER > 16 OR I-FUNC-KNOWN = 1
            IF I-FUNC-KNOWN = 0
             DISPLAY "REJECTED - " STR-ENTRY-FUNCTION
                     " is not a function any program checks"
             MOVE 0 TO I-ENTRY-VALID
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-PERM-SLOT
            PERFORM MATCH-ONE-PERM-ENTRY
                VARYING I-PERM-ITER FROM 1 BY 1
                UNTIL I-PERM-ITER > I-PERM-COUNT OR I-PERM-SLOT > 0.

           MATCH-ONE-FUNCTION-NAME.
            IF FN-NAME(I-FUNC-ITER) = STR-ENTRY-FUNCTION
             MOVE 1 TO I-FUNC-KNOWN
            END-IF.

           MATCH-ONE-PERM-ENTRY.
            MOVE PT-ENTRY(I-PERM-ITER) TO REC-PERM-ENTRY
            IF PE-PROFILE = STR-ENTRY-PROFILE
                  AND PE-FUNCTION = STR-ENTRY-FUNCTION
             MOVE I-PERM-ITER TO I-PERM-SLOT
            END-IF.

           CHECK-PROFILE-KNOWN.
            MOVE 0 TO I-PROFILE-KNOWN
            PERFORM MATCH-ONE-PROFILE-NAME
                VARYING I-PERM-ITER FROM 1 BY 1
                UNTIL I-PERM-ITER > I-PERM-COUNT
                   OR I-PROFILE-KNOWN = 1.

           MATCH-ONE-PROFILE-NAME.
            MOVE PT-ENTRY(I-PERM-ITER) TO REC-PERM-ENTRY
            IF PE-PROFILE = STR-ENTRY-PROFILE
             MOVE 1 TO I-PROFILE-KNOWN
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Lists every profile entry in file order - one line per
      *    function a profile grants
      *    /////////////////////////////////////////////////////////////
           LIST-ALL-PROFILES.
            IF I-PERM-COUNT = 0
             DISPLAY "No profiles on file"
            ELSE
             DISPLAY "PROFILE  FUNCTION"
             PERFORM LIST-ONE-PROFILE-LINE
                 VARYING I-PERM-ITER FROM 1 BY 1
                 UNTIL I-PERM-ITER > I-PERM-COUNT
            END-IF.

           LIST-ONE-PROFILE-LINE.
            MOVE PT-ENTRY(I-PERM-ITER) TO REC-PERM-ENTRY
            DISPLAY PE-PROFILE " " PE-FUNCTION.

           FIND-OPERATOR-SLOT.
            MOVE 0 TO I-FOUND-SLOT
            PERFORM VARYING I-OPER-ITER FROM 1 BY 1
            END-PERFORM.

      *    /////////////////////////////////////////////////////////////
      *    Prompts for and validates the password and force-change
      *    answers - one bad answer rejects the whole
      *    entry, so a half-valid credential never lands on file
      *    /////////////////////////////////////////////////////////////
           PROMPT-CREDENTIAL-FIELDS.
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Force password change at next sign-on (Y/N): "
            ACCEPT STR-ENTRY-FORCE
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-FORCE)
            MOVE SPACES            TO REC-NEW-OPERATOR
            MOVE STR-ENTRY-USERID  TO NO-USERID
            MOVE STR-SCRAMBLED-PASS TO NO-PASSWORD
            MOVE 0                 TO NO-LEVEL
            MOVE STR-ENTRY-FORCE   TO NO-PWCHANGE

      *     A fresh or re-keyed credential starts unlocked with a
            END-PERFORM
            CLOSE OPERATOR-FILE.

           REWRITE-PROFILE-FILE.
            OPEN OUTPUT PERM-PROFILE-FILE
            PERFORM WRITE-ONE-PROFILE-LINE
                VARYING I-PERM-ITER FROM 1 BY 1
                UNTIL I-PERM-ITER > I-PERM-COUNT
            CLOSE PERM-PROFILE-FILE.

           WRITE-ONE-PROFILE-LINE.
            MOVE PT-ENTRY(I-PERM-ITER) TO REC-PERMPROF
            WRITE REC-PERMPROF.

      *    /////////////////////////////////////////////////////////////
      *    Appends one before/after change record to OPERAUDIT -
      *    the EXTEND/status-35 fallback is the same first-write
            MOVE STR-OPERATOR-ID       TO OA-OPERATOR
            MOVE STR-ENTRY-USERID      TO OA-USERID
            MOVE STR-ENTRY-FORCE       TO OA-FORCE-FLAG
            MOVE STR-ENTRY-PROFILE     TO OA-PROFILE
            MOVE STR-ENTRY-FUNCTION    TO OA-FUNCTION

            OPEN EXTEND OPER-AUDIT-FILE
            IF STR-OPERAUDIT-STATUS = "35"
