      *    // Legal-hold register administration, inventory and
      *    // evidence export - when a dispute with a partner goes to
      *    // counsel, the retention sweeps (VAULTMNT archive mode,
      *    // CIPHRPT purge mode) must stop scratching the messages
      *    // and log lines the matter turns on. An operator holding
      *    // the LEGAL-HOLD function
      *    // places a hold on LHOLDREG by partner, by date range or
      *    // by one VT-MSG-ID, under counsel's matter reference and
      *    // with an optional release date, and releases it when
      *    // counsel says so; each decision is written to CIPHERLOG
      *    // under the operator's sign-on. Inventory mode walks the
      *    // vault, the vault archive, CIPHERLOG and the CIPHARCH
      *    // archive and lists every item under a hold in force on
      *    // LHOLDRPT; export mode makes the same walk and copies
      *    // every held item whole, tagged with its source, hold and
      *    // matter, onto the one EVIDENCE file counsel receives.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. LEGALHLD.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT HOLD-REGISTER ASSIGN TO "LHOLDREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-REGISTER-STATUS.
                 SELECT VAULT-FILE ASSIGN TO "VAULTF"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS VT-MSG-ID
                     FILE STATUS IS STR-VAULT-STATUS.
                 SELECT VAULT-ARCHIVE ASSIGN TO "VAULTARC"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-ARCHIVE-STATUS.
                 SELECT CIPHER-LOG-FILE ASSIGN TO "CIPHERLOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-LOG-FILE-STATUS.
                 SELECT CIPHER-ARCHIVE ASSIGN TO "CIPHARCH"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-LOG-ARCH-STATUS.
                 SELECT INVENTORY-REPORT ASSIGN TO "LHOLDRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
                 SELECT EVIDENCE-FILE ASSIGN TO "EVIDENCE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-EVIDENCE-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  HOLD-REGISTER.
             01 REC-HOLD-REGISTER  PIC X(150).

             FD  VAULT-FILE.
             COPY "vaultrec.cpy".

             FD  VAULT-ARCHIVE.
             01 REC-VAULTARC       PIC X(1116).

             FD  CIPHER-LOG-FILE.
             01 REC-CIPHERLOG      PIC X(120).

             FD  CIPHER-ARCHIVE.
             01 REC-CIPHARCH       PIC X(120).

             FD  INVENTORY-REPORT.
             01 REC-INVENTORY      PIC X(132).

             FD  EVIDENCE-FILE.
             01 REC-EVIDENCE       PIC X(1154).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-REGISTER-STATUS PIC X(2).
             01 STR-VAULT-STATUS   PIC X(2).
             01 STR-ARCHIVE-STATUS PIC X(2).
             01 STR-LOG-FILE-STATUS PIC X(2).
             01 STR-LOG-ARCH-STATUS PIC X(2).
             01 STR-EVIDENCE-STATUS PIC X(2).
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-PROC-DATE      PIC X(8).
             01 I-RUN-RC           PIC 99   VALUE 0.

             01 C-HOLD-MODE        PIC X(1).
               88 I-MODE-PLACE           VALUE "P" "p".
               88 I-MODE-RELEASE         VALUE "R" "r".
               88 I-MODE-INVENTORY       VALUE "I" "i".
               88 I-MODE-EXPORT          VALUE "E" "e".

      *    Sign-on fields - putting records beyond the retention
      *    schedule, and handing them to counsel, is key-
      *    administration-grade authority
             01 STR-OPERATOR-ID    PIC X(8).
             01 STR-SIGNON-PASS    PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 STR-SIGNON-CALLER  PIC X(8) VALUE "LEGALHLD".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "LEGAL-HOLD".
             01 C-SESSION-FUNC     PIC X(1) VALUE "S".

      *    Run-lock fields - the register is rewritten whole on a
      *    release, so two administrators must not both have it
             01 C-LOCK-FUNC        PIC X(1).
             01 STR-LOCK-RESOURCE  PIC X(8) VALUE "LHOLDREG".
             01 STR-LOCK-PROGRAM   PIC X(8) VALUE "LEGALHLD".
             01 I-LOCK-STATUS      PIC 9.

             COPY "lholdrec.cpy".

      *    The register held whole for a release, SCREEN-REVIEW's
      *    shape
             01 I-REGISTER-COUNT   PIC 999  VALUE 0.
             01 I-REGISTER-OVERFLOW PIC 9   VALUE 0.
             01 REGISTER-TABLE.
               05 RT-ENTRY         PIC X(150) OCCURS 500 TIMES.
             01 I-REGISTER-ITER    PIC 999.
             01 I-REGISTER-SLOT    PIC 999.
             01 I-HIGH-HOLD-ID     PIC 9(6) VALUE 0.

      *    Prompted hold details, accepted as text so a fat-
      *    fingered answer is rejected instead of abending
             01 STR-ANS-SCOPE      PIC X(1).
             01 STR-ANS-PARTNER    PIC X(8).
             01 STR-ANS-FROM-DATE  PIC X(8).
             01 STR-ANS-TO-DATE    PIC X(8).
             01 STR-ANS-MSG-ID     PIC X(12).
             01 STR-ANS-MATTER     PIC X(20).
             01 STR-ANS-RELEASE    PIC X(8).
             01 STR-ANS-HOLD-ID    PIC X(6).
             01 C-ANS-CONFIRM      PIC X(1).
               88 I-CONFIRMED            VALUE "Y" "y".

      *    Legal-hold check fields
             01 C-HOLD-FUNC        PIC X(1).
             01 STR-HOLD-PARTNER   PIC X(8).
             01 STR-HOLD-DATE      PIC X(8).
             01 STR-HOLD-MSG-ID    PIC X(12).
             01 I-HOLD-HELD        PIC 9.
             01 I-HOLD-ID          PIC 9(6).
             01 STR-HOLD-MATTER    PIC X(20).

      *    The item in hand on the walk, whatever file it came from
             01 STR-ITEM-SOURCE    PIC X(9).
             01 STR-ITEM-DATA      PIC X(1116).
             01 STR-LOG-BUFFER     PIC X(120).

      *    Held-item tallies by source
             01 I-HELD-VAULT       PIC 9(6) VALUE 0.
             01 I-HELD-VAULTARC    PIC 9(6) VALUE 0.
             01 I-HELD-LOG         PIC 9(6) VALUE 0.
             01 I-HELD-LOGARCH     PIC 9(6) VALUE 0.
             01 I-HELD-TOTAL       PIC 9(6) VALUE 0.
             01 I-HOLDS-LISTED     PIC 9(6) VALUE 0.

      *    One CIPHERLOG line per place or release decision under
      *    the program name that names it
             01 STR-LOG-PROGRAM-NAME PIC X(16).
             01 I-LOG-LEN            PIC 999   VALUE 0.
             01 I-LOG-SHIFT          PIC S99   VALUE 0.
             01 I-LOG-SUCCESS-FLAG   PIC 9     VALUE 1.

      *    Inventory report line layouts
             01 STR-INV-HEADER-1   PIC X(132)
                 VALUE "LEGAL HOLD INVENTORY".
             01 STR-INV-HEADER-2.
               05 FILLER           PIC X(5)  VALUE "DATE=".
               05 INV-HDR-DATE     PIC X(8).
               05 FILLER           PIC X(119) VALUE SPACES.
             01 STR-INV-BLANK      PIC X(132) VALUE SPACES.
             01 STR-INV-REG-TITLE  PIC X(132)
                 VALUE "HOLDS ON THE REGISTER".
             01 STR-INV-ITEM-TITLE PIC X(132)
                 VALUE "ITEMS UNDER A HOLD IN FORCE".
             01 STR-INV-HOLD-LINE.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 INV-HOLD-ENTRY   PIC X(123).
               05 FILLER           PIC X(7)  VALUE SPACES.
             01 STR-INV-ITEM-LINE.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 INV-SOURCE       PIC X(10).
               05 INV-ITEM-ID      PIC X(21).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 INV-ITEM-DETAIL  PIC X(16).
               05 FILLER           PIC X(6)  VALUE " HOLD=".
               05 INV-HOLD-ID      PIC 9(6).
               05 FILLER           PIC X(8)  VALUE " MATTER=".
               05 INV-MATTER       PIC X(20).
               05 FILLER           PIC X(42) VALUE SPACES.
             01 STR-INV-TOTALS.
               05 FILLER           PIC X(6)  VALUE "HOLDS=".
               05 INV-HOLDS        PIC 9(6).
               05 FILLER           PIC X(8)  VALUE " VAULTF=".
               05 INV-VAULT        PIC 9(6).
               05 FILLER           PIC X(10) VALUE " VAULTARC=".
               05 INV-VAULTARC     PIC 9(6).
               05 FILLER           PIC X(11) VALUE " CIPHERLOG=".
               05 INV-LOG          PIC 9(6).
               05 FILLER           PIC X(10) VALUE " CIPHARCH=".
               05 INV-LOGARCH      PIC 9(6).
               05 FILLER           PIC X(57) VALUE SPACES.

      *    Evidence file layouts - a header naming the run, one
      *    record per held item carried whole after its source,
      *    hold and matter, and a trailer counsel can reconcile
      *    the body against
             01 STR-EVD-HEADER.
               05 FILLER           PIC X(9)  VALUE "EVIDENCE ".
               05 FILLER           PIC X(5)  VALUE "DATE=".
               05 EVD-HDR-DATE     PIC X(8).
               05 FILLER           PIC X(4)  VALUE " BY=".
               05 EVD-HDR-OPER     PIC X(8).
               05 FILLER           PIC X(1120) VALUE SPACES.
             01 STR-EVD-ITEM.
               05 EVD-SOURCE       PIC X(9).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 EVD-HOLD-ID      PIC 9(6).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 EVD-MATTER       PIC X(20).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 EVD-DATA         PIC X(1116).
             01 STR-EVD-TRAILER.
               05 FILLER           PIC X(9)  VALUE "TRAILER  ".
               05 FILLER           PIC X(6)  VALUE "HOLDS=".
               05 EVD-HOLDS        PIC 9(6).
               05 FILLER           PIC X(8)  VALUE " VAULTF=".
               05 EVD-VAULT        PIC 9(6).
               05 FILLER           PIC X(10) VALUE " VAULTARC=".
               05 EVD-VAULTARC     PIC 9(6).
               05 FILLER           PIC X(11) VALUE " CIPHERLOG=".
               05 EVD-LOG          PIC 9(6).
               05 FILLER           PIC X(10) VALUE " CIPHARCH=".
               05 EVD-LOGARCH      PIC 9(6).
               05 FILLER           PIC X(7)  VALUE " TOTAL=".
               05 EVD-TOTAL        PIC 9(6).
               05 FILLER           PIC X(1057) VALUE SPACES.

           PROCEDURE DIVISION.

           MAINLINE.
            DISPLAY "LEGALHLD - legal-hold register"
            DISPLAY "Operator id: "
            ACCEPT STR-OPERATOR-ID
            DISPLAY "Password: "
            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "LEGALHLD - legal holds take the "
                     "LEGAL-HOLD function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            CALL "CIPHER-SESSION" USING C-SESSION-FUNC,
                                        STR-OPERATOR-ID

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE

            DISPLAY "(P)lace a hold, (R)elease a hold, (I)nventory "
                    "report, or (E)xport evidence: "
            ACCEPT C-HOLD-MODE

            EVALUATE TRUE
             WHEN I-MODE-PLACE
              PERFORM RUN-PLACE-MODE
             WHEN I-MODE-RELEASE
              PERFORM RUN-RELEASE-MODE
             WHEN I-MODE-INVENTORY
              PERFORM RUN-INVENTORY-MODE
             WHEN I-MODE-EXPORT
              PERFORM RUN-EXPORT-MODE
             WHEN OTHER
              DISPLAY "LEGALHLD - unrecognized mode"
              MOVE 8 TO I-RUN-RC
            END-EVALUATE

            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    Place mode - prompts the hold's scope and details,
      *    numbers it one past the highest id on the register and
      *    appends it ACTIVE
      *    /////////////////////////////////////////////////////////////
           RUN-PLACE-MODE.
            DISPLAY "Scope - (P)artner, (D)ate range, (M)essage id: "
            ACCEPT STR-ANS-SCOPE
            MOVE FUNCTION UPPER-CASE(STR-ANS-SCOPE) TO STR-ANS-SCOPE
            MOVE SPACES TO STR-ANS-PARTNER STR-ANS-FROM-DATE
                           STR-ANS-TO-DATE STR-ANS-MSG-ID

            EVALUATE STR-ANS-SCOPE
             WHEN "P"
              DISPLAY "Partner code: "
              ACCEPT STR-ANS-PARTNER
              MOVE FUNCTION UPPER-CASE(STR-ANS-PARTNER)
                TO STR-ANS-PARTNER
              IF STR-ANS-PARTNER = SPACES
               DISPLAY "LEGALHLD - REJECTED - a partner hold needs "
                       "the partner code"
               MOVE 8 TO I-RUN-RC
               EXIT PARAGRAPH
              END-IF
              PERFORM ACCEPT-HOLD-DATES
             WHEN "D"
              PERFORM ACCEPT-HOLD-DATES
              IF STR-ANS-FROM-DATE = SPACES
                    AND STR-ANS-TO-DATE = SPACES
               DISPLAY "LEGALHLD - REJECTED - a date-range hold "
                       "needs at least one date"
               MOVE 8 TO I-RUN-RC
              END-IF
             WHEN "M"
              DISPLAY "Message id (YYYYMMDDnnnn): "
              ACCEPT STR-ANS-MSG-ID
              IF STR-ANS-MSG-ID IS NOT NUMERIC
               DISPLAY "LEGALHLD - REJECTED - message id must be "
                       "12 digits"
               MOVE 8 TO I-RUN-RC
              END-IF
             WHEN OTHER
              DISPLAY "LEGALHLD - REJECTED - scope must be P, D "
                      "or M"
              MOVE 8 TO I-RUN-RC
            END-EVALUATE

            IF I-RUN-RC NOT = 0
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Matter reference: "
            ACCEPT STR-ANS-MATTER
            IF STR-ANS-MATTER = SPACES
             DISPLAY "LEGALHLD - REJECTED - a hold must name "
                     "counsel's matter reference"
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Release date (YYYYMMDD, blank until released): "
            ACCEPT STR-ANS-RELEASE
            IF STR-ANS-RELEASE NOT = SPACES
             IF STR-ANS-RELEASE IS NOT NUMERIC
                   OR STR-ANS-RELEASE < STR-PROC-DATE
              DISPLAY "LEGALHLD - REJECTED - release date must be "
                      "8 digits and not before " STR-PROC-DATE
              MOVE 8 TO I-RUN-RC
              EXIT PARAGRAPH
             END-IF
            END-IF

            PERFORM ACQUIRE-REGISTER-LOCK
            IF I-RUN-RC NOT = 0
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-REGISTER
            IF I-REGISTER-OVERFLOW = 1
             DISPLAY "LEGALHLD - LHOLDREG has more than 500 entries "
                     "- hold not placed"
             MOVE 8 TO I-RUN-RC
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            INITIALIZE REC-LHOLD
            COMPUTE LH-HOLD-ID = I-HIGH-HOLD-ID + 1
            SET LH-IS-ACTIVE TO TRUE
            MOVE STR-ANS-SCOPE     TO LH-SCOPE
            MOVE STR-ANS-PARTNER   TO LH-PARTNER
            MOVE STR-ANS-FROM-DATE TO LH-FROM-DATE
            MOVE STR-ANS-TO-DATE   TO LH-TO-DATE
            MOVE STR-ANS-MSG-ID    TO LH-MSG-ID
            MOVE STR-ANS-MATTER    TO LH-MATTER
            MOVE STR-ANS-RELEASE   TO LH-RELEASE-DATE
            MOVE STR-OPERATOR-ID   TO LH-PLACED-BY
            MOVE STR-PROC-DATE     TO LH-PLACED-DATE

            OPEN EXTEND HOLD-REGISTER
            IF STR-REGISTER-STATUS = "35"
             OPEN OUTPUT HOLD-REGISTER
            END-IF
            WRITE REC-HOLD-REGISTER FROM REC-LHOLD
            CLOSE HOLD-REGISTER

            PERFORM RELEASE-REGISTER-LOCK

            MOVE "LEGAL-HOLD" TO STR-LOG-PROGRAM-NAME
            PERFORM LOG-HOLD-DECISION

            DISPLAY "LEGALHLD - hold " LH-HOLD-ID " placed for "
                    "matter " LH-MATTER.

           ACCEPT-HOLD-DATES.
            DISPLAY "From date (YYYYMMDD, blank for open): "
            ACCEPT STR-ANS-FROM-DATE
            DISPLAY "To date (YYYYMMDD, blank for open): "
            ACCEPT STR-ANS-TO-DATE

            IF (STR-ANS-FROM-DATE NOT = SPACES
                  AND STR-ANS-FROM-DATE IS NOT NUMERIC)
               OR (STR-ANS-TO-DATE NOT = SPACES
                  AND STR-ANS-TO-DATE IS NOT NUMERIC)
             DISPLAY "LEGALHLD - REJECTED - dates must be 8 digits "
                     "(YYYYMMDD)"
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            IF STR-ANS-FROM-DATE NOT = SPACES
                  AND STR-ANS-TO-DATE NOT = SPACES
                  AND STR-ANS-FROM-DATE > STR-ANS-TO-DATE
             DISPLAY "LEGALHLD - REJECTED - from date is after the "
                     "to date"
             MOVE 8 TO I-RUN-RC
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Release mode - shows the named ACTIVE hold, and on the
      *    operator's confirmation marks it RELEASED under their
      *    sign-on and rewrites the register whole. The sweeps
      *    pick the release up on their next run
      *    /////////////////////////////////////////////////////////////
           RUN-RELEASE-MODE.
            DISPLAY "Hold id to release: "
            ACCEPT STR-ANS-HOLD-ID
            IF STR-ANS-HOLD-ID IS NOT NUMERIC
             DISPLAY "LEGALHLD - REJECTED - hold id must be 6 digits"
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            PERFORM ACQUIRE-REGISTER-LOCK
            IF I-RUN-RC NOT = 0
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-REGISTER
            IF I-REGISTER-OVERFLOW = 1
             DISPLAY "LEGALHLD - LHOLDREG has more than 500 entries "
                     "- release refused"
             MOVE 8 TO I-RUN-RC
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-REGISTER-SLOT
            PERFORM FIND-ONE-HOLD
                VARYING I-REGISTER-ITER FROM 1 BY 1
                UNTIL I-REGISTER-ITER > I-REGISTER-COUNT
                   OR I-REGISTER-SLOT > 0

            IF I-REGISTER-SLOT = 0
             DISPLAY "LEGALHLD - no ACTIVE hold " STR-ANS-HOLD-ID
                     " on the register"
             MOVE 4 TO I-RUN-RC
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            MOVE RT-ENTRY(I-REGISTER-SLOT) TO REC-LHOLD
            DISPLAY "  Hold    " LH-HOLD-ID "  scope " LH-SCOPE
                    "  partner " LH-PARTNER
            DISPLAY "  Dates   " LH-FROM-DATE " - " LH-TO-DATE
                    "  message " LH-MSG-ID
            DISPLAY "  Matter  " LH-MATTER "  placed "
                    LH-PLACED-DATE " by " LH-PLACED-BY
            DISPLAY "Release this hold (Y/N): "
            ACCEPT C-ANS-CONFIRM

            IF NOT I-CONFIRMED
             DISPLAY "LEGALHLD - hold " LH-HOLD-ID " left in force"
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            SET LH-IS-RELEASED TO TRUE
            MOVE STR-OPERATOR-ID TO LH-CLOSED-BY
            MOVE STR-PROC-DATE   TO LH-CLOSED-DATE
            MOVE REC-LHOLD TO RT-ENTRY(I-REGISTER-SLOT)

            OPEN OUTPUT HOLD-REGISTER
            IF STR-REGISTER-STATUS NOT = "00"
             DISPLAY "LEGALHLD - cannot rewrite LHOLDREG - status "
                     STR-REGISTER-STATUS " - release not saved"
             MOVE 12 TO I-RUN-RC
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            PERFORM WRITE-ONE-HOLD
                VARYING I-REGISTER-ITER FROM 1 BY 1
                UNTIL I-REGISTER-ITER > I-REGISTER-COUNT
            CLOSE HOLD-REGISTER

            PERFORM RELEASE-REGISTER-LOCK

            MOVE "LEGAL-RELEASE" TO STR-LOG-PROGRAM-NAME
            PERFORM LOG-HOLD-DECISION

            DISPLAY "LEGALHLD - hold " LH-HOLD-ID " released".

           FIND-ONE-HOLD.
            MOVE RT-ENTRY(I-REGISTER-ITER) TO REC-LHOLD
            IF LH-HOLD-ID = STR-ANS-HOLD-ID AND LH-IS-ACTIVE
             MOVE I-REGISTER-ITER TO I-REGISTER-SLOT
            END-IF.

           WRITE-ONE-HOLD.
            WRITE REC-HOLD-REGISTER FROM RT-ENTRY(I-REGISTER-ITER).

      *    /////////////////////////////////////////////////////////////
      *    Inventory mode - lists the register, then every vault
      *    message and log line, live or archived, under a hold in
      *    force on the business date
      *    /////////////////////////////////////////////////////////////
           RUN-INVENTORY-MODE.
            OPEN OUTPUT INVENTORY-REPORT
            MOVE STR-PROC-DATE TO INV-HDR-DATE
            WRITE REC-INVENTORY FROM STR-INV-HEADER-1
            WRITE REC-INVENTORY FROM STR-INV-HEADER-2
            WRITE REC-INVENTORY FROM STR-INV-BLANK
            WRITE REC-INVENTORY FROM STR-INV-REG-TITLE

            PERFORM LOAD-REGISTER
            PERFORM LIST-ONE-HOLD
                VARYING I-REGISTER-ITER FROM 1 BY 1
                UNTIL I-REGISTER-ITER > I-REGISTER-COUNT

            WRITE REC-INVENTORY FROM STR-INV-BLANK
            WRITE REC-INVENTORY FROM STR-INV-ITEM-TITLE

            PERFORM WALK-HELD-ITEMS

            MOVE I-HOLDS-LISTED  TO INV-HOLDS
            MOVE I-HELD-VAULT    TO INV-VAULT
            MOVE I-HELD-VAULTARC TO INV-VAULTARC
            MOVE I-HELD-LOG      TO INV-LOG
            MOVE I-HELD-LOGARCH  TO INV-LOGARCH
            WRITE REC-INVENTORY FROM STR-INV-BLANK
            WRITE REC-INVENTORY FROM STR-INV-TOTALS
            CLOSE INVENTORY-REPORT

            DISPLAY "LEGALHLD - " I-HELD-TOTAL " item(s) under hold "
                    "- see LHOLDRPT".

           LIST-ONE-HOLD.
            MOVE RT-ENTRY(I-REGISTER-ITER) TO REC-LHOLD
            MOVE REC-LHOLD TO INV-HOLD-ENTRY
            WRITE REC-INVENTORY FROM STR-INV-HOLD-LINE
            ADD 1 TO I-HOLDS-LISTED.

      *    /////////////////////////////////////////////////////////////
      *    Export mode - the same walk, copying every held item
      *    whole onto EVIDENCE between a header and a trailer
      *    /////////////////////////////////////////////////////////////
           RUN-EXPORT-MODE.
            OPEN OUTPUT EVIDENCE-FILE
            IF STR-EVIDENCE-STATUS NOT = "00"
             DISPLAY "LEGALHLD - cannot open EVIDENCE - status "
                     STR-EVIDENCE-STATUS
             MOVE 12 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            MOVE STR-PROC-DATE   TO EVD-HDR-DATE
            MOVE STR-OPERATOR-ID TO EVD-HDR-OPER
            WRITE REC-EVIDENCE FROM STR-EVD-HEADER

      *     The register rides first, so counsel has each hold's
      *     scope and matter alongside the items it caught
            PERFORM LOAD-REGISTER
            PERFORM EXPORT-ONE-HOLD
                VARYING I-REGISTER-ITER FROM 1 BY 1
                UNTIL I-REGISTER-ITER > I-REGISTER-COUNT

            PERFORM WALK-HELD-ITEMS

            MOVE I-HOLDS-LISTED  TO EVD-HOLDS
            MOVE I-HELD-VAULT    TO EVD-VAULT
            MOVE I-HELD-VAULTARC TO EVD-VAULTARC
            MOVE I-HELD-LOG      TO EVD-LOG
            MOVE I-HELD-LOGARCH  TO EVD-LOGARCH
            MOVE I-HELD-TOTAL    TO EVD-TOTAL
            WRITE REC-EVIDENCE FROM STR-EVD-TRAILER
            CLOSE EVIDENCE-FILE

            DISPLAY "LEGALHLD - " I-HELD-TOTAL " held item(s) "
                    "exported to EVIDENCE".

           EXPORT-ONE-HOLD.
            MOVE RT-ENTRY(I-REGISTER-ITER) TO REC-LHOLD
            MOVE "LHOLDREG"  TO EVD-SOURCE
            MOVE LH-HOLD-ID  TO EVD-HOLD-ID
            MOVE LH-MATTER   TO EVD-MATTER
            MOVE REC-LHOLD   TO EVD-DATA
            WRITE REC-EVIDENCE FROM STR-EVD-ITEM
            ADD 1 TO I-HOLDS-LISTED.

      *    /////////////////////////////////////////////////////////////
      *    Walks the four places a held item can be - a file that
      *    is not there simply holds nothing
      *    /////////////////////////////////////////////////////////////
           WALK-HELD-ITEMS.
            MOVE "V" TO C-HOLD-FUNC
            OPEN INPUT VAULT-FILE
            IF STR-VAULT-STATUS = "00"
             MOVE "N" TO I-EOF-FLAG
             MOVE LOW-VALUES TO VT-MSG-ID
             START VAULT-FILE KEY NOT < VT-MSG-ID
              INVALID KEY
               SET I-AT-EOF TO TRUE
             END-START
             MOVE "VAULTF" TO STR-ITEM-SOURCE
             PERFORM CHECK-ONE-VAULT-MESSAGE UNTIL I-AT-EOF
             CLOSE VAULT-FILE
            END-IF

            OPEN INPUT VAULT-ARCHIVE
            IF STR-ARCHIVE-STATUS = "00"
             MOVE "N" TO I-EOF-FLAG
             MOVE "VAULTARC" TO STR-ITEM-SOURCE
             PERFORM CHECK-ONE-ARCHIVED-MESSAGE UNTIL I-AT-EOF
             CLOSE VAULT-ARCHIVE
            END-IF

            MOVE "L" TO C-HOLD-FUNC
            MOVE SPACES TO STR-HOLD-PARTNER STR-HOLD-MSG-ID
            OPEN INPUT CIPHER-LOG-FILE
            IF STR-LOG-FILE-STATUS = "00"
             MOVE "N" TO I-EOF-FLAG
             MOVE "CIPHERLOG" TO STR-ITEM-SOURCE
             PERFORM CHECK-ONE-LOG-LINE UNTIL I-AT-EOF
             CLOSE CIPHER-LOG-FILE
            END-IF

            OPEN INPUT CIPHER-ARCHIVE
            IF STR-LOG-ARCH-STATUS = "00"
             MOVE "N" TO I-EOF-FLAG
             MOVE "CIPHARCH" TO STR-ITEM-SOURCE
             PERFORM CHECK-ONE-ARCHIVED-LINE UNTIL I-AT-EOF
             CLOSE CIPHER-ARCHIVE
            END-IF.

           CHECK-ONE-VAULT-MESSAGE.
            READ VAULT-FILE NEXT RECORD
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
             PERFORM CHECK-VAULT-ITEM
            END-IF.

           CHECK-ONE-ARCHIVED-MESSAGE.
            READ VAULT-ARCHIVE INTO REC-VAULT
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
             PERFORM CHECK-VAULT-ITEM
            END-IF.

           CHECK-VAULT-ITEM.
            CALL "LEGAL-HOLD-CHECK" USING
                C-HOLD-FUNC, VT-PARTNER, VT-ID-DATE, VT-MSG-ID,
                I-HOLD-HELD, I-HOLD-ID, STR-HOLD-MATTER

            IF I-HOLD-HELD = 1
             MOVE VT-MSG-ID  TO INV-ITEM-ID
             MOVE VT-PARTNER TO INV-ITEM-DETAIL
             MOVE REC-VAULT  TO STR-ITEM-DATA
             PERFORM RECORD-HELD-ITEM
            END-IF.

           CHECK-ONE-LOG-LINE.
            READ CIPHER-LOG-FILE INTO STR-LOG-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
             PERFORM CHECK-LOG-ITEM
            END-IF.

           CHECK-ONE-ARCHIVED-LINE.
            READ CIPHER-ARCHIVE INTO STR-LOG-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
             PERFORM CHECK-LOG-ITEM
            END-IF.

           CHECK-LOG-ITEM.
            MOVE STR-LOG-BUFFER(1:8) TO STR-HOLD-DATE
            CALL "LEGAL-HOLD-CHECK" USING
                C-HOLD-FUNC, STR-HOLD-PARTNER, STR-HOLD-DATE,
                STR-HOLD-MSG-ID, I-HOLD-HELD, I-HOLD-ID,
                STR-HOLD-MATTER

            IF I-HOLD-HELD = 1
             MOVE STR-LOG-BUFFER(1:21)  TO INV-ITEM-ID
             MOVE STR-LOG-BUFFER(23:16) TO INV-ITEM-DETAIL
             MOVE STR-LOG-BUFFER        TO STR-ITEM-DATA
             PERFORM RECORD-HELD-ITEM
            END-IF.

      *    One held item - counted by source, then listed on the
      *    inventory or copied onto the evidence file
           RECORD-HELD-ITEM.
            ADD 1 TO I-HELD-TOTAL
            EVALUATE STR-ITEM-SOURCE
             WHEN "VAULTF"
              ADD 1 TO I-HELD-VAULT
             WHEN "VAULTARC"
              ADD 1 TO I-HELD-VAULTARC
             WHEN "CIPHERLOG"
              ADD 1 TO I-HELD-LOG
             WHEN OTHER
              ADD 1 TO I-HELD-LOGARCH
            END-EVALUATE

            IF I-MODE-EXPORT
             MOVE STR-ITEM-SOURCE TO EVD-SOURCE
             MOVE I-HOLD-ID       TO EVD-HOLD-ID
             MOVE STR-HOLD-MATTER TO EVD-MATTER
             MOVE STR-ITEM-DATA   TO EVD-DATA
             WRITE REC-EVIDENCE FROM STR-EVD-ITEM
            ELSE
             MOVE STR-ITEM-SOURCE TO INV-SOURCE
             MOVE I-HOLD-ID       TO INV-HOLD-ID
             MOVE STR-HOLD-MATTER TO INV-MATTER
             WRITE REC-INVENTORY FROM STR-INV-ITEM-LINE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Register housekeeping shared by the modes
      *    /////////////////////////////////////////////////////////////
           LOAD-REGISTER.
            MOVE 0   TO I-REGISTER-COUNT
            MOVE 0   TO I-HIGH-HOLD-ID
            MOVE "N" TO I-EOF-FLAG

            OPEN INPUT HOLD-REGISTER
            IF STR-REGISTER-STATUS = "35"
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ONE-REGISTER-ENTRY UNTIL I-AT-EOF
            CLOSE HOLD-REGISTER.

           LOAD-ONE-REGISTER-ENTRY.
            READ HOLD-REGISTER INTO REC-LHOLD
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            IF LH-HOLD-ID > I-HIGH-HOLD-ID
             MOVE LH-HOLD-ID TO I-HIGH-HOLD-ID
            END-IF

            IF I-REGISTER-COUNT NOT < 500
             MOVE 1 TO I-REGISTER-OVERFLOW
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-REGISTER-COUNT
            MOVE REC-LHOLD TO RT-ENTRY(I-REGISTER-COUNT).

           ACQUIRE-REGISTER-LOCK.
            MOVE "A" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            IF I-LOCK-STATUS NOT = 0
             DISPLAY "LEGALHLD - LHOLDREG enqueue is held - another "
                     "administrator has the register"
             MOVE 8 TO I-RUN-RC
            END-IF.

           RELEASE-REGISTER-LOCK.
            MOVE "R" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS.

      *    The decision goes on the audit trail - the signed-on
      *    operator rides in on the USER= stamp of the CIPHERLOG
      *    line
           LOG-HOLD-DECISION.
            CALL "LOG-CIPHER-EVENT" USING
             BY CONTENT STR-LOG-PROGRAM-NAME,
             BY CONTENT I-LOG-LEN,
             BY CONTENT I-LOG-SHIFT,
             BY CONTENT I-LOG-SUCCESS-FLAG.

           END PROGRAM LEGALHLD.
