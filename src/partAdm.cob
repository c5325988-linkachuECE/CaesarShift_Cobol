      *    // is small enough to hold whole: updates load it into
      *    // storage, change the one row, and write the file back
      *    // in a single pass.
      *    // A change never overwrites the profile a partner's
      *    // traffic was cut under: each row is one dated version,
      *    // and an update files a new version effective on the
      *    // business date (or corrects one that took effect that
      *    // same day). A change agreed for a later date is
      *    // scheduled as a version effective on that date, and
      *    // can be cancelled until it takes effect; a partner's
      *    // history lists every version with its standing.
      *    // A partner also carries a lifecycle state on PARTLIFE -
      *    // a new partner starts PROPOSED, and only goes LIVE for
      *    // production traffic once a test file has gone out, been
      *    // acknowledged on OUTREG, and a file of theirs has come
      *    // back through CIPHRECV clean. Every state change needs
      *    // a reason and lands on the PARTLAUD audit trail with
      *    // the operator who made it.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. PARTADM.

                 SELECT PARTNER-FILE ASSIGN TO "PARTFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-PARTFILE-STATUS.
                 SELECT LIFECYCLE-FILE ASSIGN TO "PARTLIFE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-PARTLIFE-STATUS.
                 SELECT LIFECYCLE-AUDIT ASSIGN TO "PARTLAUD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-PARTLAUD-STATUS.
                 SELECT OUTREG-FILE ASSIGN TO "OUTREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-OUTREG-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  PARTNER-FILE.
             COPY "partrec.cpy".

             FD  LIFECYCLE-FILE.
             01 REC-LIFECYCLE      PIC X(115).

             FD  LIFECYCLE-AUDIT.
             01 REC-LIFECYCLE-AUDIT PIC X(132).

             FD  OUTREG-FILE.
             COPY "outregrec.cpy".

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-PARTFILE-STATUS PIC X(2).
             01 STR-PARTLIFE-STATUS PIC X(2).
             01 STR-PARTLAUD-STATUS PIC X(2).
             01 STR-OUTREG-STATUS  PIC X(2).

             01 C-ADMIN-ACTION     PIC X(1).
               88 I-ACTION-LIST          VALUE "L" "l".
               88 I-ACTION-ADD           VALUE "A" "a".
               88 I-ACTION-UPDATE        VALUE "U" "u".
               88 I-ACTION-SCHEDULE      VALUE "S" "s".
               88 I-ACTION-CANCEL        VALUE "C" "c".
               88 I-ACTION-HISTORY       VALUE "H" "h".
               88 I-ACTION-STATE         VALUE "T" "t".
               88 I-ACTION-QUIT          VALUE "Q" "q".

      *    Sign-on fields - touching partner profiles changes how
      *    runs behave, so it takes the PARTNER-MAINTAIN function
      *    on one of the operator's permission profiles
             01 STR-OPERATOR-ID    PIC X(8).
             01 STR-SIGNON-PASS    PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 STR-SIGNON-CALLER  PIC X(8) VALUE "PARTADM".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "PARTNER-MAINTAIN".

      *    The whole profile file held in storage for the rewrite -
      *    a shop has dozens of partners, not thousands, though
      *    every partner now carries one row per profile version.
      *    A partner's versions are kept together on the file in
      *    effective-date order
             01 I-PROFILE-COUNT    PIC 999 VALUE 0.
             01 I-PROFILE-MAX      PIC 999 VALUE 500.
             01 PROFILE-TABLE.
               05 PT-PROFILE       OCCURS 500 TIMES.
                 10 PT-CODE        PIC X(8).
                 10 FILLER         PIC X(74).
                 10 PT-EFF-DATE    PIC X(8).
             01 I-PROFILE-ITER     PIC 999.
             01 I-FOUND-SLOT       PIC 999.

      *    Version bookkeeping - the business date versions are
      *    judged against, the slot a new version goes in, and
      *    what the search for one partner's rows turned up
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-PROC-DATE      PIC X(8).
             01 STR-NEW-EFF-DATE   PIC X(8).
             01 STR-BEST-EFF-DATE  PIC X(8).
             01 I-CODE-ROWS        PIC 999.
             01 I-PENDING-ROWS     PIC 999.
             01 I-EXACT-SLOT       PIC 999.
             01 I-INSERT-SLOT      PIC 999.
             01 I-SHIFT-ITER       PIC 999.
             01 I-SCAN-ITER        PIC 999.
             01 STR-VERSION-TAG    PIC X(10).
             01 STR-ENTRY-DATE     PIC X(8).
             01 STR-ENTRY-CONFIRM  PIC X(1).

             01 I-CHANGES-MADE     PIC 9(4) VALUE 0.

      *    The lifecycle register held whole - one line per
      *    partner, rewritten after every state change so the
      *    drivers see it at once
             01 I-LIFE-COUNT       PIC 999 VALUE 0.
             01 LIFECYCLE-TABLE.
               05 LT-LINE          PIC X(115) OCCURS 500 TIMES.
             01 I-LIFE-ITER        PIC 999.
             01 I-LIFE-SLOT        PIC 999.
             01 I-LIFE-OVERFLOW    PIC 9   VALUE 0.
             01 I-LIFE-EOF         PIC X(1) VALUE "N".
               88 I-AT-LIFE-EOF          VALUE "Y".
             COPY "partlife.cpy".

      *    State-change fields - the state asked for, the reason
      *    the audit trail must carry, and the test evidence a
      *    partner needs to leave TESTING for LIVE
             01 STR-ENTRY-STATE    PIC X(10).
             01 STR-ENTRY-REASON   PIC X(40).
             01 STR-OLD-STATE      PIC X(10).
             01 STR-OLD-SINCE      PIC X(8).
             01 STR-TEST-DSN       PIC X(44).
             01 STR-TEST-ACKED     PIC X(8).
             01 I-OUTREG-EOF       PIC X(1).
               88 I-AT-OUTREG-EOF        VALUE "Y".
             01 I-STATE-CHANGES    PIC 9(4) VALUE 0.

      *    One PARTLAUD line per state change, timestamp first the
      *    way the KEYAUDIT lines run
             01 STR-AUDIT-LINE.
               05 LA-TIMESTAMP     PIC X(21).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 LA-OPERATOR      PIC X(8).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 LA-PARTNER       PIC X(8).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 LA-FROM-STATE    PIC X(10).
               05 FILLER           PIC X(4) VALUE " TO ".
               05 LA-TO-STATE      PIC X(10).
               05 FILLER           PIC X(6) VALUE " DATE=".
               05 LA-DATE          PIC X(8).
               05 FILLER           PIC X(8) VALUE " REASON=".
               05 LA-REASON        PIC X(40).
               05 FILLER           PIC X(6) VALUE SPACES.

      *    Run-lock fields - the profile file is rewritten whole,
      *    so the session enqueues PARTFILE and a mid-manifest
      *    CIPHMANY refuses to collide with it (and this session
      *    refuses to start under a running night)
             01 C-LOCK-FUNC        PIC X(1).
             01 STR-LOCK-RESOURCE  PIC X(8) VALUE "PARTFILE".
             01 STR-LIFE-RESOURCE  PIC X(8) VALUE "PARTLIFE".
             01 STR-LOCK-PROGRAM   PIC X(8) VALUE "PARTADM".
             01 I-LOCK-STATUS      PIC 9.

             01 STR-ENTRY-TRKEY    PIC X(10).
             01 STR-ENTRY-CHECKVAL PIC X(1).
             01 STR-ENTRY-SERIAL   PIC X(1).
             01 STR-ENTRY-OURID    PIC X(15).
             01 STR-ENTRY-THEIRID  PIC X(15).
             01 I-ENTRY-VALID      PIC 9.
               88 I-ENTRY-REJECTED      VALUE 0.
             01 I-TRKEY-LEN        PIC 99.
                         PF-AFFB   BY NP-AFFB,
                         PF-TRKEY  BY NP-TRKEY,
                         PF-CHECKVAL BY NP-CHECKVAL,
                         PF-SERIAL BY NP-SERIAL,
                         PF-ENV-OURID BY NP-ENV-OURID,
                         PF-ENV-THEIRID BY NP-ENV-THEIRID,
                         PF-EFF-DATE BY NP-EFF-DATE.

           PROCEDURE DIVISION.

            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "PARTADM - profile maintenance takes the "
                     "PARTNER-MAINTAIN function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF
             GOBACK
            END-IF

      *     The lifecycle register is enqueued too - CIPHRECV
      *     stamps test receipts on it
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LIFE-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            IF I-LOCK-STATUS NOT = 0
             DISPLAY "PARTADM - PARTLIFE enqueue is held - "
                     "session refused"
             MOVE "R" TO C-LOCK-FUNC
             CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                   STR-LOCK-PROGRAM, I-LOCK-STATUS
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE

            PERFORM LOAD-PROFILE-FILE
            PERFORM LOAD-LIFECYCLE-FILE

            PERFORM PROCESS-ONE-ACTION UNTIL I-ACTION-QUIT

            END-IF

            MOVE "R" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LIFE-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS

            DISPLAY "PARTADM - " I-CHANGES-MADE " change(s) made, "
                    I-STATE-CHANGES " lifecycle state change(s)"

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
            END-IF.

           LOAD-ONE-PROFILE.
            IF I-PROFILE-COUNT >= I-PROFILE-MAX
             DISPLAY "PARTADM - more than " I-PROFILE-MAX
                     " profile rows - the rest are not loaded"
             SET I-AT-EOF TO TRUE
            ELSE
             READ PARTNER-FILE
            END-IF.

           PROCESS-ONE-ACTION.
            DISPLAY "Action - (L)ist, (A)dd, (U)pdate, (S)chedule "
                    "a change, (C)ancel a scheduled change, "
                    "(H)istory, (T)ransition lifecycle state, "
                    "(Q)uit: "
            ACCEPT C-ADMIN-ACTION

            EVALUATE TRUE
              PERFORM ADD-ONE-PROFILE
             WHEN I-ACTION-UPDATE
              PERFORM UPDATE-ONE-PROFILE
             WHEN I-ACTION-SCHEDULE
              PERFORM SCHEDULE-ONE-CHANGE
             WHEN I-ACTION-CANCEL
              PERFORM CANCEL-ONE-CHANGE
             WHEN I-ACTION-HISTORY
              PERFORM LIST-PARTNER-HISTORY
             WHEN I-ACTION-STATE
              PERFORM CHANGE-PARTNER-STATE
             WHEN I-ACTION-QUIT
              CONTINUE
             WHEN OTHER
              DISPLAY "Unknown action"
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    Lists the profile in force for every partner, with any
      *    change still to take effect beneath it - superseded
      *    versions are left to the partner's history
      *    /////////////////////////////////////////////////////////////
           LIST-ALL-PROFILES.
            IF I-PROFILE-COUNT = 0
             DISPLAY "No profiles on file"
            ELSE
             DISPLAY "STATUS     CODE     M SH D P C CIPHER   AA BB "
                     "TRKEY      CK SN OUR-ID          THEIR-ID"
                     "        EFFECTIVE LIFECYCLE"
             PERFORM LIST-ONE-CURRENT-ROW
                 VARYING I-PROFILE-ITER FROM 1 BY 1
                 UNTIL I-PROFILE-ITER > I-PROFILE-COUNT
            END-IF.

           LIST-ONE-CURRENT-ROW.
            PERFORM TAG-ONE-VERSION
            IF STR-VERSION-TAG NOT = "SUPERSEDED"
             PERFORM FIND-LIFECYCLE-SLOT
             DISPLAY STR-VERSION-TAG " " PT-PROFILE(I-PROFILE-ITER)
                     "  " PL-STATE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Every version of one partner's profile, oldest first,
      *    each marked superseded, in force, or scheduled
      *    /////////////////////////////////////////////////////////////
           LIST-PARTNER-HISTORY.
            DISPLAY "Partner code: "
            ACCEPT STR-ENTRY-CODE
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-CODE)
                TO STR-ENTRY-CODE

            PERFORM FIND-PROFILE-SLOT
            IF I-CODE-ROWS = 0
             DISPLAY "REJECTED - no profile for " STR-ENTRY-CODE
             EXIT PARAGRAPH
            END-IF

            DISPLAY "STATUS     CODE     M SH D P C CIPHER   AA BB "
                    "TRKEY      CK SN OUR-ID          THEIR-ID"
                    "        EFFECTIVE"
            PERFORM LIST-ONE-HISTORY-ROW
                VARYING I-PROFILE-ITER FROM 1 BY 1
                UNTIL I-PROFILE-ITER > I-PROFILE-COUNT
            DISPLAY I-CODE-ROWS " version(s), " I-PENDING-ROWS
                    " scheduled".

           LIST-ONE-HISTORY-ROW.
            IF PT-CODE(I-PROFILE-ITER) = STR-ENTRY-CODE
             PERFORM TAG-ONE-VERSION
             DISPLAY STR-VERSION-TAG " " PT-PROFILE(I-PROFILE-ITER)
            END-IF.

      *    A version's standing on the business date - a later
      *    effective date is still to come; of the rest, only the
      *    one the lookup would hand out today is in force
           TAG-ONE-VERSION.
            IF PT-EFF-DATE(I-PROFILE-ITER) > STR-PROC-DATE
             MOVE "SCHEDULED" TO STR-VERSION-TAG
            ELSE
             MOVE PT-CODE(I-PROFILE-ITER) TO STR-ENTRY-CODE
             PERFORM FIND-PROFILE-SLOT
             IF I-FOUND-SLOT = I-PROFILE-ITER
              MOVE "IN FORCE" TO STR-VERSION-TAG
             ELSE
              MOVE "SUPERSEDED" TO STR-VERSION-TAG
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Adds a new partner - a code with any version on file is
      *    refused here and changed through (U)pdate or (S)chedule,
      *    since a second first version would make the lookup's
      *    answer depend on file order. The first version takes
      *    effect on the business date unless a later date is given
      *    /////////////////////////////////////////////////////////////
           ADD-ONE-PROFILE.
            DISPLAY "Partner code: "
            END-IF

            PERFORM FIND-PROFILE-SLOT
            IF I-CODE-ROWS > 0
             DISPLAY "REJECTED - " STR-ENTRY-CODE
                     " already has a profile - use (U)pdate"
             EXIT PARAGRAPH
            END-IF

            IF I-PROFILE-COUNT >= I-PROFILE-MAX
             DISPLAY "REJECTED - profile table is full"
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Effective date (YYYYMMDD, blank for today): "
            ACCEPT STR-ENTRY-DATE
            IF STR-ENTRY-DATE = SPACES
             MOVE STR-PROC-DATE TO STR-ENTRY-DATE
            END-IF
            IF STR-ENTRY-DATE IS NOT NUMERIC
                  OR STR-ENTRY-DATE < STR-PROC-DATE
             DISPLAY "REJECTED - effective date must be 8 digits "
                     "and not before " STR-PROC-DATE
             EXIT PARAGRAPH
            END-IF

            PERFORM PROMPT-PROFILE-OPTIONS
            IF I-ENTRY-REJECTED
             EXIT PARAGRAPH
            END-IF

            MOVE STR-ENTRY-DATE TO STR-NEW-EFF-DATE
            PERFORM BUILD-PROFILE-ROW
            PERFORM INSERT-PROFILE-VERSION
            ADD 1 TO I-CHANGES-MADE
            DISPLAY "ADDED " STR-ENTRY-CODE " EFFECTIVE "
                    STR-NEW-EFF-DATE

      *     A new partner carries no production traffic until they
      *     have been through testing
            PERFORM FIND-LIFECYCLE-SLOT
            IF I-LIFE-SLOT = 0 AND I-LIFE-OVERFLOW = 0
                  AND I-LIFE-COUNT < I-PROFILE-MAX
             MOVE "(NONE)"         TO STR-OLD-STATE
             MOVE "PROPOSED"       TO STR-ENTRY-STATE
             MOVE "PARTNER ADDED"  TO STR-ENTRY-REASON
             PERFORM APPLY-STATE-CHANGE
             DISPLAY "LIFECYCLE " STR-ENTRY-CODE " PROPOSED - no "
                     "production traffic until it is LIVE"
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Changes a partner's profile from the business date on.
      *    The version in force stays on file for traffic cut
      *    under it; the change goes in as a new version effective
      *    today - or, when the version in force only took effect
      *    today, corrects that version in place
      *    /////////////////////////////////////////////////////////////
           UPDATE-ONE-PROFILE.
            DISPLAY "Partner code: "
            ACCEPT STR-ENTRY-CODE
                TO STR-ENTRY-CODE

            PERFORM FIND-PROFILE-SLOT
            IF I-CODE-ROWS = 0
             DISPLAY "REJECTED - no profile for " STR-ENTRY-CODE
                     " - use (A)dd"
             EXIT PARAGRAPH
            END-IF
            IF I-FOUND-SLOT = 0
             DISPLAY "REJECTED - " STR-ENTRY-CODE
                     " has no profile in force yet - use (S)chedule"
             EXIT PARAGRAPH
            END-IF

            IF PT-EFF-DATE(I-FOUND-SLOT) NOT = STR-PROC-DATE
                  AND I-PROFILE-COUNT >= I-PROFILE-MAX
             DISPLAY "REJECTED - profile table is full"
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Current: " PT-PROFILE(I-FOUND-SLOT)

             EXIT PARAGRAPH
            END-IF

            MOVE STR-PROC-DATE TO STR-NEW-EFF-DATE
            PERFORM BUILD-PROFILE-ROW
            IF PT-EFF-DATE(I-FOUND-SLOT) = STR-PROC-DATE
             MOVE REC-NEW-PROFILE TO PT-PROFILE(I-FOUND-SLOT)
            ELSE
             PERFORM INSERT-PROFILE-VERSION
            END-IF
            ADD 1 TO I-CHANGES-MADE
            DISPLAY "UPDATED " STR-ENTRY-CODE " EFFECTIVE "
                    STR-PROC-DATE

            IF I-PENDING-ROWS > 0
             DISPLAY "NOTE - " I-PENDING-ROWS " scheduled change(s) "
                     "for " STR-ENTRY-CODE " still take effect later"
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Files a change agreed for a later business date as a
      *    version effective on that date - nothing the partner's
      *    traffic is cut under moves until then
      *    /////////////////////////////////////////////////////////////
           SCHEDULE-ONE-CHANGE.
            DISPLAY "Partner code: "
            ACCEPT STR-ENTRY-CODE
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-CODE)
                TO STR-ENTRY-CODE

            PERFORM FIND-PROFILE-SLOT
            IF I-CODE-ROWS = 0
             DISPLAY "REJECTED - no profile for " STR-ENTRY-CODE
                     " - use (A)dd"
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Effective date (YYYYMMDD, after "
                    STR-PROC-DATE "): "
            ACCEPT STR-ENTRY-DATE
            IF STR-ENTRY-DATE IS NOT NUMERIC
                  OR STR-ENTRY-DATE NOT > STR-PROC-DATE
             DISPLAY "REJECTED - a scheduled change must take "
                     "effect after " STR-PROC-DATE
                     " - use (U)pdate for today"
             EXIT PARAGRAPH
            END-IF

            PERFORM FIND-EXACT-VERSION
            IF I-EXACT-SLOT > 0
             DISPLAY "REJECTED - a change is already scheduled for "
                     STR-ENTRY-DATE " - (C)ancel it first"
             EXIT PARAGRAPH
            END-IF

            IF I-PROFILE-COUNT >= I-PROFILE-MAX
             DISPLAY "REJECTED - profile table is full"
             EXIT PARAGRAPH
            END-IF

            IF I-FOUND-SLOT > 0
             DISPLAY "In force today: " PT-PROFILE(I-FOUND-SLOT)
            END-IF

            PERFORM PROMPT-PROFILE-OPTIONS
            IF I-ENTRY-REJECTED
             EXIT PARAGRAPH
            END-IF

            MOVE STR-ENTRY-DATE TO STR-NEW-EFF-DATE
            PERFORM BUILD-PROFILE-ROW
            PERFORM INSERT-PROFILE-VERSION
            ADD 1 TO I-CHANGES-MADE
            DISPLAY "SCHEDULED " STR-ENTRY-CODE " EFFECTIVE "
                    STR-NEW-EFF-DATE.

      *    /////////////////////////////////////////////////////////////
      *    Withdraws a scheduled change before it takes effect. A
      *    version already in force, or superseded, is history -
      *    traffic was cut under it - and is never removed
      *    /////////////////////////////////////////////////////////////
           CANCEL-ONE-CHANGE.
            DISPLAY "Partner code: "
            ACCEPT STR-ENTRY-CODE
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-CODE)
                TO STR-ENTRY-CODE
            DISPLAY "Effective date of the change to cancel "
                    "(YYYYMMDD): "
            ACCEPT STR-ENTRY-DATE

            PERFORM FIND-PROFILE-SLOT
            PERFORM FIND-EXACT-VERSION
            IF I-EXACT-SLOT = 0
             DISPLAY "REJECTED - no version of " STR-ENTRY-CODE
                     " takes effect on " STR-ENTRY-DATE
             EXIT PARAGRAPH
            END-IF

            IF STR-ENTRY-DATE NOT > STR-PROC-DATE
             DISPLAY "REJECTED - that version has taken effect and "
                     "stays on file"
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Cancel: " PT-PROFILE(I-EXACT-SLOT)
            DISPLAY "Confirm (Y/N): "
            ACCEPT STR-ENTRY-CONFIRM
            IF STR-ENTRY-CONFIRM NOT = "Y"
                  AND STR-ENTRY-CONFIRM NOT = "y"
             DISPLAY "NOT CANCELLED"
             EXIT PARAGRAPH
            END-IF

            PERFORM SHIFT-ONE-ROW-UP
                VARYING I-SHIFT-ITER FROM I-EXACT-SLOT BY 1
                UNTIL I-SHIFT-ITER NOT < I-PROFILE-COUNT
            SUBTRACT 1 FROM I-PROFILE-COUNT
            ADD 1 TO I-CHANGES-MADE
            DISPLAY "CANCELLED " STR-ENTRY-CODE " EFFECTIVE "
                    STR-ENTRY-DATE.

      *    /////////////////////////////////////////////////////////////
      *    Looks over one partner's rows - how many versions, how
      *    many still to take effect, and which is in force on the
      *    business date: the latest effective date not after it,
      *    an undated row counting as in force from the beginning.
      *    I-FOUND-SLOT is 0 when none is
      *    /////////////////////////////////////////////////////////////
           FIND-PROFILE-SLOT.
            MOVE 0 TO I-FOUND-SLOT
            MOVE 0 TO I-CODE-ROWS
            MOVE 0 TO I-PENDING-ROWS
            MOVE LOW-VALUES TO STR-BEST-EFF-DATE
            PERFORM CHECK-ONE-SLOT
                VARYING I-SCAN-ITER FROM 1 BY 1
                UNTIL I-SCAN-ITER > I-PROFILE-COUNT.

           CHECK-ONE-SLOT.
            IF PT-CODE(I-SCAN-ITER) NOT = STR-ENTRY-CODE
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-CODE-ROWS
            IF PT-EFF-DATE(I-SCAN-ITER) > STR-PROC-DATE
             ADD 1 TO I-PENDING-ROWS
            ELSE
             IF PT-EFF-DATE(I-SCAN-ITER) > STR-BEST-EFF-DATE
              MOVE PT-EFF-DATE(I-SCAN-ITER) TO STR-BEST-EFF-DATE
              MOVE I-SCAN-ITER TO I-FOUND-SLOT
             END-IF
            END-IF.

      *    The partner's version with exactly the entered date
           FIND-EXACT-VERSION.
            MOVE 0 TO I-EXACT-SLOT
            PERFORM MATCH-EXACT-VERSION
                VARYING I-SCAN-ITER FROM 1 BY 1
                UNTIL I-SCAN-ITER > I-PROFILE-COUNT
                   OR I-EXACT-SLOT > 0.

           MATCH-EXACT-VERSION.
            IF PT-CODE(I-SCAN-ITER) = STR-ENTRY-CODE
                  AND PT-EFF-DATE(I-SCAN-ITER) = STR-ENTRY-DATE
             MOVE I-SCAN-ITER TO I-EXACT-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Puts the new version row among the partner's others in
      *    effective-date order - after the last one taking effect
      *    earlier, or ahead of them all, or at the end of the file
      *    for a partner new to it - and closes the table up behind
      *    /////////////////////////////////////////////////////////////
           INSERT-PROFILE-VERSION.
            MOVE 0 TO I-INSERT-SLOT
            PERFORM PLACE-ONE-SLOT
                VARYING I-SCAN-ITER FROM 1 BY 1
                UNTIL I-SCAN-ITER > I-PROFILE-COUNT
            IF I-INSERT-SLOT = 0
             COMPUTE I-INSERT-SLOT = I-PROFILE-COUNT + 1
            END-IF

            PERFORM SHIFT-ONE-ROW-DOWN
                VARYING I-SHIFT-ITER FROM I-PROFILE-COUNT BY -1
                UNTIL I-SHIFT-ITER < I-INSERT-SLOT
            MOVE REC-NEW-PROFILE TO PT-PROFILE(I-INSERT-SLOT)
            ADD 1 TO I-PROFILE-COUNT.

           PLACE-ONE-SLOT.
            IF PT-CODE(I-SCAN-ITER) = NP-CODE
             IF PT-EFF-DATE(I-SCAN-ITER) < STR-NEW-EFF-DATE
              COMPUTE I-INSERT-SLOT = I-SCAN-ITER + 1
             ELSE
              IF I-INSERT-SLOT = 0
               MOVE I-SCAN-ITER TO I-INSERT-SLOT
              END-IF
             END-IF
            END-IF.

           SHIFT-ONE-ROW-DOWN.
            MOVE PT-PROFILE(I-SHIFT-ITER)
                TO PT-PROFILE(I-SHIFT-ITER + 1).

           SHIFT-ONE-ROW-UP.
            MOVE PT-PROFILE(I-SHIFT-ITER + 1)
                TO PT-PROFILE(I-SHIFT-ITER).

      *    /////////////////////////////////////////////////////////////
      *    Loads the lifecycle register - a register with more lines
      *    than the table holds is refused for changes, so it is
      *    never written back short
      *    /////////////////////////////////////////////////////////////
           LOAD-LIFECYCLE-FILE.
            OPEN INPUT LIFECYCLE-FILE
            IF STR-PARTLIFE-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-ONE-LIFECYCLE-LINE UNTIL I-AT-LIFE-EOF
            CLOSE LIFECYCLE-FILE.

           LOAD-ONE-LIFECYCLE-LINE.
            READ LIFECYCLE-FILE INTO REC-PARTLIFE
                AT END SET I-AT-LIFE-EOF TO TRUE
            END-READ

            IF I-AT-LIFE-EOF OR REC-PARTLIFE = SPACES
             EXIT PARAGRAPH
            END-IF

            IF I-LIFE-COUNT >= I-PROFILE-MAX
             DISPLAY "PARTADM - more than " I-PROFILE-MAX
                     " lifecycle lines - state changes refused"
             MOVE 1 TO I-LIFE-OVERFLOW
             SET I-AT-LIFE-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-LIFE-COUNT
            MOVE REC-PARTLIFE TO LT-LINE(I-LIFE-COUNT).

      *    The partner's lifecycle line into REC-PARTLIFE - with no
      *    line on the register the partner was trading before it
      *    existed, and reads as LIVE. I-LIFE-SLOT is 0 then
           FIND-LIFECYCLE-SLOT.
            MOVE 0 TO I-LIFE-SLOT
            PERFORM MATCH-LIFECYCLE-SLOT
                VARYING I-LIFE-ITER FROM 1 BY 1
                UNTIL I-LIFE-ITER > I-LIFE-COUNT
                   OR I-LIFE-SLOT > 0

            IF I-LIFE-SLOT > 0
             MOVE LT-LINE(I-LIFE-SLOT) TO REC-PARTLIFE
            ELSE
             MOVE SPACES         TO REC-PARTLIFE
             MOVE STR-ENTRY-CODE TO PL-PARTNER
             SET PL-IS-LIVE      TO TRUE
            END-IF.

           MATCH-LIFECYCLE-SLOT.
            IF LT-LINE(I-LIFE-ITER)(1:8) = STR-ENTRY-CODE
             MOVE I-LIFE-ITER TO I-LIFE-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Moves a partner one step along the lifecycle. Going LIVE
      *    out of TESTING takes the evidence: a test file cut since
      *    testing began that OUTREG shows ACKED, and a file of the
      *    partner's that CIPHRECV took clean since then. Every
      *    change takes a reason and is audited on PARTLAUD
      *    /////////////////////////////////////////////////////////////
           CHANGE-PARTNER-STATE.
            DISPLAY "Partner code: "
            ACCEPT STR-ENTRY-CODE
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-CODE)
                TO STR-ENTRY-CODE

            PERFORM FIND-PROFILE-SLOT
            IF I-CODE-ROWS = 0
             DISPLAY "REJECTED - no profile for " STR-ENTRY-CODE
             EXIT PARAGRAPH
            END-IF

            PERFORM FIND-LIFECYCLE-SLOT
            MOVE PL-STATE TO STR-OLD-STATE
            MOVE PL-SINCE TO STR-OLD-SINCE
            IF I-LIFE-SLOT = 0
             DISPLAY "Lifecycle: LIVE - trading before the "
                     "lifecycle register"
            ELSE
             DISPLAY "Lifecycle: " PL-STATE " since " PL-SINCE
                     " by " PL-CHANGED-BY
            END-IF
            IF PL-IS-TESTING
             IF PL-RECV-DATE = SPACES
              DISPLAY "No file of theirs received clean since "
                      "testing began"
             ELSE
              DISPLAY "Test file received clean " PL-RECV-DATE
                      " run " PL-RECV-RUN
             END-IF
            END-IF

            DISPLAY "New state (PROPOSED, TESTING, LIVE, SUSPENDED, "
                    "RETIRED): "
            ACCEPT STR-ENTRY-STATE
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-STATE)
                TO STR-ENTRY-STATE

            PERFORM CHECK-STATE-TRANSITION
            IF I-ENTRY-REJECTED
             DISPLAY "REJECTED - a " STR-OLD-STATE " partner cannot "
                     "move to " STR-ENTRY-STATE
             EXIT PARAGRAPH
            END-IF

            IF STR-OLD-STATE = "TESTING" AND STR-ENTRY-STATE = "LIVE"
             PERFORM FIND-TEST-EVIDENCE
             IF STR-TEST-DSN = SPACES
              DISPLAY "REJECTED - no test file cut for "
                      STR-ENTRY-CODE " since " STR-OLD-SINCE
                      " is ACKED on OUTREG"
              EXIT PARAGRAPH
             END-IF
             IF PL-RECV-DATE = SPACES
                   OR PL-RECV-DATE < STR-OLD-SINCE
              DISPLAY "REJECTED - no file from " STR-ENTRY-CODE
                      " has come back through CIPHRECV clean since "
                      STR-OLD-SINCE
              EXIT PARAGRAPH
             END-IF
             DISPLAY "Test file " STR-TEST-DSN " acknowledged "
                     STR-TEST-ACKED
            END-IF

            IF I-LIFE-SLOT = 0 AND I-LIFE-COUNT >= I-PROFILE-MAX
                  OR I-LIFE-OVERFLOW = 1
             DISPLAY "REJECTED - lifecycle table is full"
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Reason for the change: "
            ACCEPT STR-ENTRY-REASON
            IF STR-ENTRY-REASON = SPACES
             DISPLAY "REJECTED - a state change must give a reason"
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Move " STR-ENTRY-CODE " from " STR-OLD-STATE
                    " to " STR-ENTRY-STATE " - confirm (Y/N): "
            ACCEPT STR-ENTRY-CONFIRM
            IF STR-ENTRY-CONFIRM NOT = "Y"
                  AND STR-ENTRY-CONFIRM NOT = "y"
             DISPLAY "NOT CHANGED"
             EXIT PARAGRAPH
            END-IF

            PERFORM APPLY-STATE-CHANGE
            DISPLAY "LIFECYCLE " STR-ENTRY-CODE " " STR-OLD-STATE
                    " TO " STR-ENTRY-STATE

            EVALUATE TRUE
             WHEN STR-ENTRY-STATE = "SUSPENDED"
              DISPLAY "NOTE - production traffic for " STR-ENTRY-CODE
                      " is held from " STR-PROC-DATE
             WHEN STR-OLD-STATE = "SUSPENDED"
              DISPLAY "NOTE - traffic for " STR-ENTRY-CODE
                      " was held from " STR-OLD-SINCE " - rebuild "
                      "the manifest for each held date to send it"
            END-EVALUATE.

      *    The moves the lifecycle allows - one step at a time, and
      *    a retired partner comes back only by starting again
           CHECK-STATE-TRANSITION.
            MOVE 0 TO I-ENTRY-VALID
            EVALUATE STR-OLD-STATE
             WHEN "PROPOSED"
              IF STR-ENTRY-STATE = "TESTING" OR "RETIRED"
               MOVE 1 TO I-ENTRY-VALID
              END-IF
             WHEN "TESTING"
              IF STR-ENTRY-STATE = "LIVE" OR "RETIRED"
               MOVE 1 TO I-ENTRY-VALID
              END-IF
             WHEN "LIVE"
              IF STR-ENTRY-STATE = "SUSPENDED" OR "RETIRED"
               MOVE 1 TO I-ENTRY-VALID
              END-IF
             WHEN "SUSPENDED"
              IF STR-ENTRY-STATE = "LIVE" OR "RETIRED"
               MOVE 1 TO I-ENTRY-VALID
              END-IF
             WHEN "RETIRED"
              IF STR-ENTRY-STATE = "PROPOSED"
               MOVE 1 TO I-ENTRY-VALID
              END-IF
            END-EVALUATE.

      *    The latest acknowledged OUTREG entry for the partner
      *    among the files cut since testing began
           FIND-TEST-EVIDENCE.
            MOVE SPACES TO STR-TEST-DSN
            MOVE SPACES TO STR-TEST-ACKED
            MOVE "N"    TO I-OUTREG-EOF
            OPEN INPUT OUTREG-FILE
            IF STR-OUTREG-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-ONE-OUTREG-ENTRY UNTIL I-AT-OUTREG-EOF
            CLOSE OUTREG-FILE.

           CHECK-ONE-OUTREG-ENTRY.
            READ OUTREG-FILE
                AT END SET I-AT-OUTREG-EOF TO TRUE
            END-READ

            IF NOT I-AT-OUTREG-EOF
                  AND OR-PARTNER = STR-ENTRY-CODE
                  AND OR-STATUS = "ACKED"
                  AND OR-RUN-DATE NOT < STR-OLD-SINCE
                  AND OR-ACK-DATE > STR-TEST-ACKED
             MOVE OR-DSN      TO STR-TEST-DSN
             MOVE OR-ACK-DATE TO STR-TEST-ACKED
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Files the new state on the partner's line - a partner
      *    new to the register gets a line of their own - writes
      *    the register back at once and audits the change. A
      *    partner starting TESTING starts with no test evidence;
      *    one going LIVE out of TESTING keeps the file it went
      *    LIVE on
      *    /////////////////////////////////////////////////////////////
           APPLY-STATE-CHANGE.
            IF I-LIFE-SLOT = 0
             ADD 1 TO I-LIFE-COUNT
             MOVE I-LIFE-COUNT   TO I-LIFE-SLOT
             MOVE SPACES         TO REC-PARTLIFE
             MOVE STR-ENTRY-CODE TO PL-PARTNER
            END-IF

            MOVE STR-ENTRY-STATE TO PL-STATE
            MOVE STR-PROC-DATE   TO PL-SINCE
            MOVE STR-OPERATOR-ID TO PL-CHANGED-BY
            IF PL-IS-TESTING
             MOVE SPACES TO PL-TEST-DSN
             MOVE SPACES TO PL-TEST-ACKED
             MOVE SPACES TO PL-RECV-DATE
             MOVE SPACES TO PL-RECV-RUN
            END-IF
            IF PL-IS-LIVE AND STR-OLD-STATE = "TESTING"
             MOVE STR-TEST-DSN   TO PL-TEST-DSN
             MOVE STR-TEST-ACKED TO PL-TEST-ACKED
            END-IF
            MOVE REC-PARTLIFE TO LT-LINE(I-LIFE-SLOT)

            PERFORM REWRITE-LIFECYCLE-FILE
            PERFORM WRITE-STATE-AUDIT
            ADD 1 TO I-STATE-CHANGES.

           REWRITE-LIFECYCLE-FILE.
            OPEN OUTPUT LIFECYCLE-FILE
            PERFORM WRITE-ONE-LIFECYCLE-LINE
                VARYING I-LIFE-ITER FROM 1 BY 1
                UNTIL I-LIFE-ITER > I-LIFE-COUNT
            CLOSE LIFECYCLE-FILE.

           WRITE-ONE-LIFECYCLE-LINE.
            WRITE REC-LIFECYCLE FROM LT-LINE(I-LIFE-ITER).

      *    Appends the change to PARTLAUD - the EXTEND/status-35
      *    fallback KEYADMIN uses on KEYAUDIT
           WRITE-STATE-AUDIT.
            MOVE FUNCTION CURRENT-DATE TO LA-TIMESTAMP
            MOVE STR-OPERATOR-ID       TO LA-OPERATOR
            MOVE STR-ENTRY-CODE        TO LA-PARTNER
            MOVE STR-OLD-STATE         TO LA-FROM-STATE
            MOVE STR-ENTRY-STATE       TO LA-TO-STATE
            MOVE STR-PROC-DATE         TO LA-DATE
            MOVE STR-ENTRY-REASON      TO LA-REASON

            OPEN EXTEND LIFECYCLE-AUDIT
            IF STR-PARTLAUD-STATUS = "35"
             OPEN OUTPUT LIFECYCLE-AUDIT
            END-IF

            WRITE REC-LIFECYCLE-AUDIT FROM STR-AUDIT-LINE
            CLOSE LIFECYCLE-AUDIT.

      *    /////////////////////////////////////////////////////////////
      *    Prompts for the full option set and validates every
            END-IF

            DISPLAY "Cipher (CAESAR/VIGENERE/ATBASH/AFFINE/"
                    "TRANSPOS/PLAYFAIR): "
            ACCEPT STR-ENTRY-CIPHER
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-CIPHER)
                TO STR-ENTRY-CIPHER
                  AND STR-ENTRY-CIPHER NOT = "ATBASH"
                  AND STR-ENTRY-CIPHER NOT = "AFFINE"
                  AND STR-ENTRY-CIPHER NOT = "TRANSPOS"
                  AND STR-ENTRY-CIPHER NOT = "PLAYFAIR"
             PERFORM REJECT-PROFILE-ENTRY
             EXIT PARAGRAPH
            END-IF
             END-IF
            END-IF

      *    A Playfair keyword is optional - blank takes the keyword
      *    of the day off the typed key schedule
            IF STR-ENTRY-CIPHER = "PLAYFAIR"
             DISPLAY "Playfair keyword (2-10 letters, blank for the "
                     "keyword of the day): "
             ACCEPT STR-ENTRY-TRKEY
             MOVE FUNCTION UPPER-CASE(STR-ENTRY-TRKEY)
                 TO STR-ENTRY-TRKEY
             IF STR-ENTRY-TRKEY NOT = SPACES
              PERFORM CHECK-TRKEY-LETTERS
              IF I-ENTRY-REJECTED
               EXIT PARAGRAPH
              END-IF
             END-IF
            END-IF

            DISPLAY "Per-record check values (Y/N): "
            ACCEPT STR-ENTRY-CHECKVAL
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-CHECKVAL)
            PERFORM CHECK-YN-SERIAL
            IF I-ENTRY-REJECTED
             EXIT PARAGRAPH
            END-IF

      *    The envelope IDs go in pairs - an envelope with a sender
      *    and no receiver is one the partner's gateway refuses
            DISPLAY "Envelope ID they know us by (blank = bare "
                    "files, no envelope): "
            ACCEPT STR-ENTRY-OURID
            MOVE FUNCTION UPPER-CASE(STR-ENTRY-OURID)
                TO STR-ENTRY-OURID
            MOVE SPACES TO STR-ENTRY-THEIRID
            IF STR-ENTRY-OURID NOT = SPACES
             DISPLAY "Partner's own envelope ID: "
             ACCEPT STR-ENTRY-THEIRID
             MOVE FUNCTION UPPER-CASE(STR-ENTRY-THEIRID)
                 TO STR-ENTRY-THEIRID
             IF STR-ENTRY-THEIRID = SPACES
              PERFORM REJECT-PROFILE-ENTRY
              EXIT PARAGRAPH
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
            MOVE STR-ENTRY-AFFB   TO NP-AFFB
            MOVE STR-ENTRY-TRKEY  TO NP-TRKEY
            MOVE STR-ENTRY-CHECKVAL TO NP-CHECKVAL
            MOVE STR-ENTRY-SERIAL TO NP-SERIAL
            MOVE STR-ENTRY-OURID  TO NP-ENV-OURID
            MOVE STR-ENTRY-THEIRID TO NP-ENV-THEIRID
            MOVE STR-NEW-EFF-DATE TO NP-EFF-DATE.

           REWRITE-PROFILE-FILE.
            OPEN OUTPUT PARTNER-FILE
