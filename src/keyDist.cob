      *    // Key-distribution notices and receipt tracking - KEYSCHED
      *    // fills the key stores ahead, and every partner who runs
      *    // on the key of the day has to be told the coming keys
      *    // before they take effect. An operator holding the
      *    // KEY-DISTRIBUTE function runs one mode per session:
      *    //   B  builds one notice per partner on KEYNOTE covering
      *    //      the days asked for - each weekday whose PARTFILE
      *    //      profile in force that day runs on the key of the
      *    //      day (CAESAR SHIFT=00, AFFINE AFFA=00, PLAYFAIR with
      *    //      no TRKEY, VIGENERE off the keyword schedule) gets
      *    //      its key off KEYSTORE or TKEYSTOR. A key the partner
      *    //      was already told is left off; a key changed on the
      *    //      store since it was told goes out again and the old
      *    //      line is SUPERSEDED. Each key on a notice is put on
      *    //      the KEYDREG register NOTIFIED under the notice id.
      *    //   C  posts the partner's receipt of a notice - every
      *    //      NOTIFIED line of it becomes CONFIRMED under the
      *    //      partner's reference, the operator and the date.
      *    //   U  reports on KEYDRPT every partner holding a key
      *    //      that takes effect within N days which the partner
      *    //      has not confirmed - awaiting receipt, never sent,
      *    //      or missing from the store - and ends RC=4 if any.
      *    // Register lines for keys more than ninety days past are
      *    // dropped whenever the register is rewritten. Each notice
      *    // and receipt is written to CIPHERLOG under the
      *    // operator's sign-on.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. KEYDIST.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT PARTNER-FILE ASSIGN TO "PARTFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-PARTFILE-STATUS.
                 SELECT KEY-DIST-REGISTER ASSIGN TO "KEYDREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-REGISTER-STATUS.
                 SELECT NOTICE-FILE ASSIGN TO "KEYNOTE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-NOTICE-STATUS.
                 SELECT DIST-REPORT ASSIGN TO "KEYDRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
            FILE SECTION.
             FD  PARTNER-FILE.
             01 REC-PARTFILE       PIC X(90).

             FD  KEY-DIST-REGISTER.
             01 REC-KEYDREG        PIC X(121).

             FD  NOTICE-FILE.
             01 REC-NOTICE         PIC X(80).

             FD  DIST-REPORT.
             01 REC-DIST-RPT       PIC X(132).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-PARTFILE-STATUS PIC X(2).
             01 STR-REGISTER-STATUS PIC X(2).
             01 STR-NOTICE-STATUS  PIC X(2).
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-PROC-DATE      PIC X(8).
             01 I-RUN-RC           PIC 99   VALUE 0.

             01 C-DIST-MODE        PIC X(1).
               88 I-MODE-BUILD           VALUE "B" "b".
               88 I-MODE-CONFIRM         VALUE "C" "c".
               88 I-MODE-UNCONFIRMED     VALUE "U" "u".

      *    Sign-on fields - the notices carry key material out of
      *    the building, so the function is key-administration
      *    grade
             01 STR-OPERATOR-ID    PIC X(8).
             01 STR-SIGNON-PASS    PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 STR-SIGNON-CALLER  PIC X(8) VALUE "KEYDIST".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "KEY-DISTRIBUTE".
             01 C-SESSION-FUNC     PIC X(1) VALUE "S".

      *    Run-lock fields - the register is rewritten whole by a
      *    build or a receipt, so two sessions must not both have it
             01 C-LOCK-FUNC        PIC X(1).
             01 STR-LOCK-RESOURCE  PIC X(8) VALUE "KEYDREG".
             01 STR-LOCK-PROGRAM   PIC X(8) VALUE "KEYDIST".
             01 I-LOCK-STATUS      PIC 9.

             COPY "keydrec.cpy".

             COPY "partrec.cpy".
             01 I-PROFILE-FOUND    PIC 9.

      *    The register held whole, LEGALHLD's shape
             01 I-REGISTER-COUNT   PIC 9(4) VALUE 0.
             01 I-REGISTER-OVERFLOW PIC 9   VALUE 0.
             01 REGISTER-TABLE.
               05 RT-ENTRY         PIC X(121) OCCURS 5000 TIMES.
             01 I-REGISTER-ITER    PIC 9(4).
             01 I-REGISTER-SLOT    PIC 9(4).
             01 I-HIGH-NOTICE-SEQ  PIC 9(4) VALUE 0.

      *    Register lines for keys older than this many days are
      *    dropped on a rewrite
             01 I-PRUNE-DAYS       PIC 999  VALUE 90.
             01 STR-PRUNE-DATE     PIC X(8).
             01 I-PRUNED-COUNT     PIC 9(4) VALUE 0.

      *    Every partner code on PARTFILE, once each
             01 I-PARTNER-COUNT    PIC 999  VALUE 0.
             01 I-PARTNER-OVERFLOW PIC 9    VALUE 0.
             01 PARTNER-TABLE.
               05 PT-CODE          PIC X(8) OCCURS 200 TIMES.
             01 I-PARTNER-ITER     PIC 999.
             01 I-PARTNER-SLOT     PIC 999.

      *    Prompted answers, accepted as text so a fat-fingered
      *    answer is rejected instead of abending
             01 STR-ANS-START-DATE PIC X(8).
             01 STR-ANS-DAYS       PIC X(3).
             01 STR-ANS-NOTICE-ID  PIC X(12).
             01 STR-ANS-REFERENCE  PIC X(20).
             01 C-ANS-CONFIRM      PIC X(1).
               88 I-CONFIRMED            VALUE "Y" "y".

      *    Calendar walk fields - KEYSCHED's: INTEGER-OF-DATE day
      *    1 is a Monday, so MOD(integer-date, 7) of 6 is Saturday
      *    and 0 is Sunday
             01 STR-START-DATE     PIC X(8).
             01 STR-END-DATE       PIC X(8).
             01 I-DAY-COUNT        PIC 999.
             01 I-START-INT        PIC 9(8).
             01 I-DATE-INT         PIC 9(8).
             01 I-CURR-DATE-NUM    PIC 9(8).
             01 STR-CURR-DATE      PIC X(8).
             01 I-DAY-ITER         PIC 999.
             01 I-DAY-OF-WEEK      PIC 9.
               88 I-IS-SATURDAY         VALUE 6.
               88 I-IS-SUNDAY           VALUE 0.

      *    One partner's day resolved - the cipher it runs on the
      *    key of the day, the key and its check value
             01 STR-CURR-PARTNER   PIC X(8).
             01 STR-KOD-CIPHER     PIC X(8).
             01 STR-KOD-KEY        PIC X(16).
             01 I-KOD-CHECK        PIC 9(4).
             01 I-KOD-FOUND        PIC 9.
             01 I-DAY-KEYED        PIC 9.
               88 I-DAY-NOT-KEYED       VALUE 0.
               88 I-DAY-HAS-KEY         VALUE 1.
               88 I-DAY-KEY-MISSING     VALUE 2.

      *    The keys going on the partner's notice, and the
      *    register line each one supersedes (zero for none)
             01 I-NOTE-COUNT       PIC 999  VALUE 0.
             01 NOTE-TABLE.
               05 NT-ENTRY OCCURS 366 TIMES.
                 10 NT-DATE        PIC X(8).
                 10 NT-CIPHER      PIC X(8).
                 10 NT-KEY         PIC X(16).
                 10 NT-CHECK       PIC 9(4).
                 10 NT-OLD-SLOT    PIC 9(4).
             01 I-NOTE-ITER        PIC 999.

             01 STR-NOTICE-ID.
               05 NI-DATE          PIC X(8).
               05 NI-SEQ           PIC 9(4).

      *    Build tallies
             01 I-NOTICES-BUILT    PIC 9(4) VALUE 0.
             01 I-KEYS-NOTIFIED    PIC 9(5) VALUE 0.
             01 I-KEYS-SUPERSEDED  PIC 9(5) VALUE 0.
             01 I-KEYS-ALREADY     PIC 9(5) VALUE 0.
             01 I-KEYS-MISSING     PIC 9(5) VALUE 0.

      *    Receipt fields - what the notice asked about holds
             01 I-NOTICE-NOTIFIED  PIC 999  VALUE 0.
             01 I-NOTICE-CONFIRMED PIC 999  VALUE 0.
             01 I-NOTICE-SUPERSEDED PIC 999 VALUE 0.
             01 STR-NOTICE-PARTNER PIC X(8).
             01 STR-NOTICE-FIRST   PIC X(8).
             01 STR-NOTICE-LAST    PIC X(8).

      *    Unconfirmed-report tallies - one partner's, then the
      *    run's
             01 I-RPT-KEYS         PIC 999.
             01 I-RPT-CONFIRMED    PIC 999.
             01 I-RPT-AWAITING     PIC 999.
             01 I-RPT-UNSENT       PIC 999.
             01 I-RPT-NOKEY        PIC 999.
             01 STR-RPT-FIRST-OPEN PIC X(8).
             01 STR-RPT-NOTICE     PIC X(12).
             01 I-OPEN-PARTNERS    PIC 999  VALUE 0.
             01 I-TOT-AWAITING     PIC 9(5) VALUE 0.
             01 I-TOT-UNSENT       PIC 9(5) VALUE 0.
             01 I-TOT-NOKEY        PIC 9(5) VALUE 0.

      *    One CIPHERLOG line per notice built or receipt posted,
      *    under the program name that names it
             01 STR-LOG-PROGRAM-NAME PIC X(16).
             01 I-LOG-LEN            PIC 999   VALUE 0.
             01 I-LOG-SHIFT          PIC S99   VALUE 0.
             01 I-LOG-SUCCESS-FLAG   PIC 9     VALUE 1.

      *    Notice layouts - a header naming the notice, the
      *    partner and the period, one line per dated key, and a
      *    trailer asking for the receipt under the notice id
             01 STR-NTC-HEADER-1.
               05 FILLER           PIC X(30)
                   VALUE "KEY DISTRIBUTION NOTICE".
               05 FILLER           PIC X(7)  VALUE "NOTICE=".
               05 NTC-HDR-ID       PIC X(12).
               05 FILLER           PIC X(31) VALUE SPACES.
             01 STR-NTC-HEADER-2.
               05 FILLER           PIC X(8)  VALUE "PARTNER=".
               05 NTC-HDR-PARTNER  PIC X(8).
               05 FILLER           PIC X(8)  VALUE " ISSUED=".
               05 NTC-HDR-ISSUED   PIC X(8).
               05 FILLER           PIC X(4)  VALUE " BY=".
               05 NTC-HDR-OPER     PIC X(8).
               05 FILLER           PIC X(36) VALUE SPACES.
             01 STR-NTC-HEADER-3.
               05 FILLER           PIC X(19)
                   VALUE "KEYS IN FORCE FROM ".
               05 NTC-HDR-FROM     PIC X(8).
               05 FILLER           PIC X(4)  VALUE " TO ".
               05 NTC-HDR-TO       PIC X(8).
               05 FILLER           PIC X(41) VALUE SPACES.
             01 STR-NTC-HEADER-4   PIC X(80)
                 VALUE "  KEY DATE  CIPHER    KEY".
             01 STR-NTC-BLANK      PIC X(80) VALUE SPACES.
             01 STR-NTC-KEY-LINE.
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 NTC-DATE         PIC X(8).
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 NTC-CIPHER       PIC X(8).
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 NTC-KEY          PIC X(16).
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 NTC-REMARK       PIC X(28).
               05 FILLER           PIC X(12) VALUE SPACES.
             01 STR-NTC-TRAILER.
               05 FILLER           PIC X(5)  VALUE "KEYS=".
               05 NTC-TRL-KEYS     PIC 999.
               05 FILLER           PIC X(33)
                   VALUE "  PLEASE CONFIRM RECEIPT QUOTING ".
               05 FILLER           PIC X(7)  VALUE "NOTICE=".
               05 NTC-TRL-ID       PIC X(12).
               05 FILLER           PIC X(20) VALUE SPACES.
             01 STR-NTC-END        PIC X(80) VALUE ALL "-".

      *    Unconfirmed report line layouts
             01 STR-RPT-HEADER-1   PIC X(132)
                 VALUE "KEY DISTRIBUTION - KEYS NOT CONFIRMED".
             01 STR-RPT-HEADER-2.
               05 FILLER           PIC X(5)  VALUE "DATE=".
               05 RPT-HDR-DATE     PIC X(8).
               05 FILLER           PIC X(20)
                   VALUE " KEYS IN FORCE FROM ".
               05 RPT-HDR-FROM     PIC X(8).
               05 FILLER           PIC X(4)  VALUE " TO ".
               05 RPT-HDR-TO       PIC X(8).
               05 FILLER           PIC X(79) VALUE SPACES.
             01 STR-RPT-BLANK      PIC X(132) VALUE SPACES.
             01 STR-RPT-LINE.
               05 RPT-PARTNER      PIC X(8).
               05 FILLER           PIC X(6)  VALUE " KEYS=".
               05 RPT-KEYS         PIC 999.
               05 FILLER           PIC X(11) VALUE " CONFIRMED=".
               05 RPT-CONFIRMED    PIC 999.
               05 FILLER           PIC X(10) VALUE " AWAITING=".
               05 RPT-AWAITING     PIC 999.
               05 FILLER           PIC X(8)  VALUE " UNSENT=".
               05 RPT-UNSENT       PIC 999.
               05 FILLER           PIC X(7)  VALUE " NOKEY=".
               05 RPT-NOKEY        PIC 999.
               05 FILLER           PIC X(12) VALUE " FIRST OPEN=".
               05 RPT-FIRST-OPEN   PIC X(8).
               05 FILLER           PIC X(13) VALUE " LAST NOTICE=".
               05 RPT-NOTICE       PIC X(12).
               05 FILLER           PIC X(22) VALUE SPACES.
             01 STR-RPT-TOTALS.
               05 FILLER           PIC X(9)  VALUE "PARTNERS=".
               05 RPT-TOT-PARTNERS PIC 999.
               05 FILLER           PIC X(10) VALUE " AWAITING=".
               05 RPT-TOT-AWAITING PIC 9(5).
               05 FILLER           PIC X(8)  VALUE " UNSENT=".
               05 RPT-TOT-UNSENT   PIC 9(5).
               05 FILLER           PIC X(7)  VALUE " NOKEY=".
               05 RPT-TOT-NOKEY    PIC 9(5).
               05 FILLER           PIC X(80) VALUE SPACES.

           PROCEDURE DIVISION.

           MAINLINE.
            DISPLAY "KEYDIST - key distribution notices"
            DISPLAY "Operator id: "
            ACCEPT STR-OPERATOR-ID
            DISPLAY "Password: "
            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "KEYDIST - key distribution takes the "
                     "KEY-DISTRIBUTE function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            CALL "CIPHER-SESSION" USING C-SESSION-FUNC,
                                        STR-OPERATOR-ID

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE

            DISPLAY "(B)uild notices, (C)onfirm a receipt, or "
                    "(U)nconfirmed keys report: "
            ACCEPT C-DIST-MODE

            EVALUATE TRUE
             WHEN I-MODE-BUILD
              PERFORM RUN-BUILD-MODE
             WHEN I-MODE-CONFIRM
              PERFORM RUN-CONFIRM-MODE
             WHEN I-MODE-UNCONFIRMED
              PERFORM RUN-UNCONFIRMED-MODE
             WHEN OTHER
              DISPLAY "KEYDIST - unrecognized mode"
              MOVE 8 TO I-RUN-RC
            END-EVALUATE

            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    Build mode - walks every partner on PARTFILE over the
      *    days asked for and writes a notice for each one with a
      *    key it has not yet been told. A key missing from the
      *    store is named and left off; the run ends RC=4 so the
      *    gap goes to KEYSCHED before the day arrives.
      *    /////////////////////////////////////////////////////////////
           RUN-BUILD-MODE.
            PERFORM ACCEPT-BUILD-RANGE
            IF I-RUN-RC NOT = 0
             EXIT PARAGRAPH
            END-IF

            PERFORM ACQUIRE-REGISTER-LOCK
            IF I-RUN-RC NOT = 0
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-REGISTER
            IF I-REGISTER-OVERFLOW = 1
             DISPLAY "KEYDIST - KEYDREG has more than 5000 entries "
                     "- no notices built"
             MOVE 8 TO I-RUN-RC
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-PARTNERS
            IF I-PARTNER-COUNT = 0 OR I-PARTNER-OVERFLOW = 1
             DISPLAY "KEYDIST - PARTFILE holds no partners, or more "
                     "than 200 - no notices built"
             MOVE 8 TO I-RUN-RC
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT NOTICE-FILE
            IF STR-NOTICE-STATUS NOT = "00"
             DISPLAY "KEYDIST - cannot open KEYNOTE - status "
                     STR-NOTICE-STATUS " - no notices built"
             MOVE 12 TO I-RUN-RC
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            PERFORM BUILD-ONE-PARTNER-NOTICE
                VARYING I-PARTNER-ITER FROM 1 BY 1
                UNTIL I-PARTNER-ITER > I-PARTNER-COUNT
            CLOSE NOTICE-FILE

            IF I-NOTICES-BUILT > 0
             PERFORM REWRITE-REGISTER
            END-IF

            PERFORM RELEASE-REGISTER-LOCK

            DISPLAY "KEYDIST - " I-NOTICES-BUILT " notice(s) on "
                    "KEYNOTE carrying " I-KEYS-NOTIFIED " key(s), "
                    I-KEYS-SUPERSEDED " of them replacing a changed key"
            DISPLAY "KEYDIST - " I-KEYS-ALREADY " key(s) already "
                    "told, " I-KEYS-MISSING " key(s) missing from "
                    "the store"

            IF I-KEYS-MISSING > 0 AND I-RUN-RC < 4
             MOVE 4 TO I-RUN-RC
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Prompts for the period the notices cover - from the day
      *    after the business date, thirty days, unless told
      *    otherwise
      *    /////////////////////////////////////////////////////////////
           ACCEPT-BUILD-RANGE.
            DISPLAY "First key date to cover (YYYYMMDD, blank for "
                    "the day after " STR-PROC-DATE "): "
            ACCEPT STR-ANS-START-DATE

            IF STR-ANS-START-DATE = SPACES
             MOVE STR-PROC-DATE TO I-CURR-DATE-NUM
             COMPUTE I-START-INT =
                 FUNCTION INTEGER-OF-DATE(I-CURR-DATE-NUM) + 1
             COMPUTE I-CURR-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(I-START-INT)
             MOVE I-CURR-DATE-NUM TO STR-START-DATE
            ELSE
             IF STR-ANS-START-DATE IS NOT NUMERIC
              DISPLAY "KEYDIST - REJECTED - start date must be 8 "
                      "digits (YYYYMMDD)"
              MOVE 8 TO I-RUN-RC
              EXIT PARAGRAPH
             END-IF
             MOVE STR-ANS-START-DATE TO STR-START-DATE
            END-IF

            DISPLAY "Days to cover (001-365, blank for 030): "
            ACCEPT STR-ANS-DAYS

            IF STR-ANS-DAYS = SPACES
             MOVE 30 TO I-DAY-COUNT
            ELSE
             IF STR-ANS-DAYS IS NOT NUMERIC
              DISPLAY "KEYDIST - REJECTED - day count is not numeric"
              MOVE 8 TO I-RUN-RC
              EXIT PARAGRAPH
             END-IF
             MOVE STR-ANS-DAYS TO I-DAY-COUNT
            END-IF

            IF I-DAY-COUNT = 0 OR I-DAY-COUNT > 365
             DISPLAY "KEYDIST - REJECTED - day count outside 1-365"
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            PERFORM SET-PERIOD-END.

      *    /////////////////////////////////////////////////////////////
      *    One partner's notice - the period's keys it has not yet
      *    been told are gathered first, and only a partner with
      *    at least one gets a notice number and a letter
      *    /////////////////////////////////////////////////////////////
           BUILD-ONE-PARTNER-NOTICE.
            MOVE PT-CODE(I-PARTNER-ITER) TO STR-CURR-PARTNER
            MOVE 0 TO I-NOTE-COUNT
            MOVE STR-START-DATE TO I-CURR-DATE-NUM
            COMPUTE I-DATE-INT =
                FUNCTION INTEGER-OF-DATE(I-CURR-DATE-NUM)

            PERFORM BUILD-ONE-NOTICE-DAY
                VARYING I-DAY-ITER FROM 1 BY 1
                UNTIL I-DAY-ITER > I-DAY-COUNT

            IF I-NOTE-COUNT = 0
             EXIT PARAGRAPH
            END-IF

            IF I-REGISTER-COUNT + I-NOTE-COUNT > 5000
             DISPLAY "KEYDIST - KEYDREG is full - no notice built "
                     "for " STR-CURR-PARTNER
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-HIGH-NOTICE-SEQ
            MOVE STR-PROC-DATE     TO NI-DATE
            MOVE I-HIGH-NOTICE-SEQ TO NI-SEQ

            MOVE STR-NOTICE-ID    TO NTC-HDR-ID
            MOVE STR-CURR-PARTNER TO NTC-HDR-PARTNER
            MOVE STR-PROC-DATE    TO NTC-HDR-ISSUED
            MOVE STR-OPERATOR-ID  TO NTC-HDR-OPER
            MOVE STR-START-DATE   TO NTC-HDR-FROM
            MOVE STR-END-DATE     TO NTC-HDR-TO
            WRITE REC-NOTICE FROM STR-NTC-HEADER-1
            WRITE REC-NOTICE FROM STR-NTC-HEADER-2
            WRITE REC-NOTICE FROM STR-NTC-HEADER-3
            WRITE REC-NOTICE FROM STR-NTC-BLANK
            WRITE REC-NOTICE FROM STR-NTC-HEADER-4

            PERFORM REGISTER-ONE-NOTICE-KEY
                VARYING I-NOTE-ITER FROM 1 BY 1
                UNTIL I-NOTE-ITER > I-NOTE-COUNT

            MOVE I-NOTE-COUNT  TO NTC-TRL-KEYS
            MOVE STR-NOTICE-ID TO NTC-TRL-ID
            WRITE REC-NOTICE FROM STR-NTC-BLANK
            WRITE REC-NOTICE FROM STR-NTC-TRAILER
            WRITE REC-NOTICE FROM STR-NTC-END

            ADD 1 TO I-NOTICES-BUILT
            MOVE "KEY-NOTICE" TO STR-LOG-PROGRAM-NAME
            PERFORM LOG-DISTRIBUTION-DECISION

            DISPLAY "KEYDIST - notice " STR-NOTICE-ID " for "
                    STR-CURR-PARTNER " - " I-NOTE-COUNT " key(s)".

      *    A key already on the register NOTIFIED or CONFIRMED with
      *    the same check value has been told; one with another
      *    check value was changed on the store since, and goes out
      *    again in place of the old line
           BUILD-ONE-NOTICE-DAY.
            PERFORM RESOLVE-PARTNER-DAY

            EVALUATE TRUE
             WHEN I-DAY-KEY-MISSING
              ADD 1 TO I-KEYS-MISSING
              DISPLAY "KEYDIST - no " STR-KOD-CIPHER " key on the "
                      "store for " STR-CURR-DATE " - "
                      STR-CURR-PARTNER " not told it"
             WHEN I-DAY-HAS-KEY
              PERFORM FIND-OPEN-REGISTER-LINE
              IF I-REGISTER-SLOT > 0 AND KD-KEY-CHECK = I-KOD-CHECK
               ADD 1 TO I-KEYS-ALREADY
              ELSE
               ADD 1 TO I-NOTE-COUNT
               MOVE STR-CURR-DATE   TO NT-DATE(I-NOTE-COUNT)
               MOVE STR-KOD-CIPHER  TO NT-CIPHER(I-NOTE-COUNT)
               MOVE STR-KOD-KEY     TO NT-KEY(I-NOTE-COUNT)
               MOVE I-KOD-CHECK     TO NT-CHECK(I-NOTE-COUNT)
               MOVE I-REGISTER-SLOT TO NT-OLD-SLOT(I-NOTE-COUNT)
              END-IF
             WHEN OTHER
              CONTINUE
            END-EVALUATE

            ADD 1 TO I-DATE-INT.

      *    Prints one key on the notice and registers it NOTIFIED,
      *    superseding the line it replaces
           REGISTER-ONE-NOTICE-KEY.
            MOVE NT-DATE(I-NOTE-ITER)   TO NTC-DATE
            MOVE NT-CIPHER(I-NOTE-ITER) TO NTC-CIPHER
            MOVE NT-KEY(I-NOTE-ITER)    TO NTC-KEY
            MOVE SPACES                 TO NTC-REMARK

            IF NT-OLD-SLOT(I-NOTE-ITER) > 0
             MOVE NT-OLD-SLOT(I-NOTE-ITER) TO I-REGISTER-SLOT
             MOVE RT-ENTRY(I-REGISTER-SLOT) TO REC-KEYDIST
             SET KD-IS-SUPERSEDED TO TRUE
             MOVE STR-OPERATOR-ID TO KD-CLOSED-BY
             MOVE STR-PROC-DATE   TO KD-CLOSED-DATE
             MOVE REC-KEYDIST TO RT-ENTRY(I-REGISTER-SLOT)
             ADD 1 TO I-KEYS-SUPERSEDED
             STRING "REPLACES NOTICE " DELIMITED BY SIZE
                    KD-NOTICE-ID DELIMITED BY SIZE
                 INTO NTC-REMARK
             END-STRING
            END-IF

            WRITE REC-NOTICE FROM STR-NTC-KEY-LINE

            MOVE SPACES                 TO REC-KEYDIST
            MOVE STR-NOTICE-ID          TO KD-NOTICE-ID
            MOVE STR-CURR-PARTNER       TO KD-PARTNER
            MOVE NT-CIPHER(I-NOTE-ITER) TO KD-CIPHER
            MOVE NT-DATE(I-NOTE-ITER)   TO KD-KEY-DATE
            MOVE NT-CHECK(I-NOTE-ITER)  TO KD-KEY-CHECK
            SET KD-IS-NOTIFIED TO TRUE
            MOVE STR-OPERATOR-ID        TO KD-SENT-BY
            MOVE STR-PROC-DATE          TO KD-SENT-DATE

            ADD 1 TO I-REGISTER-COUNT
            MOVE REC-KEYDIST TO RT-ENTRY(I-REGISTER-COUNT)
            ADD 1 TO I-KEYS-NOTIFIED.

      *    /////////////////////////////////////////////////////////////
      *    Confirm mode - posts the partner's acknowledgement of one
      *    notice. Every key on it still NOTIFIED becomes CONFIRMED
      *    under the partner's reference; a key a later notice
      *    replaced stays SUPERSEDED and is not confirmed by this.
      *    /////////////////////////////////////////////////////////////
           RUN-CONFIRM-MODE.
            DISPLAY "Notice id (YYYYMMDDnnnn): "
            ACCEPT STR-ANS-NOTICE-ID
            IF STR-ANS-NOTICE-ID IS NOT NUMERIC
             DISPLAY "KEYDIST - REJECTED - notice id must be 12 "
                     "digits"
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            PERFORM ACQUIRE-REGISTER-LOCK
            IF I-RUN-RC NOT = 0
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-REGISTER
            IF I-REGISTER-OVERFLOW = 1
             DISPLAY "KEYDIST - KEYDREG has more than 5000 entries "
                     "- receipt not posted"
             MOVE 8 TO I-RUN-RC
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES      TO STR-NOTICE-PARTNER
            MOVE HIGH-VALUES TO STR-NOTICE-FIRST
            MOVE LOW-VALUES  TO STR-NOTICE-LAST
            PERFORM TALLY-ONE-NOTICE-LINE
                VARYING I-REGISTER-ITER FROM 1 BY 1
                UNTIL I-REGISTER-ITER > I-REGISTER-COUNT

            IF STR-NOTICE-PARTNER = SPACES
             DISPLAY "KEYDIST - no notice " STR-ANS-NOTICE-ID
                     " on the register"
             MOVE 4 TO I-RUN-RC
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            DISPLAY "  Notice  " STR-ANS-NOTICE-ID "  partner "
                    STR-NOTICE-PARTNER
            DISPLAY "  Keys    " STR-NOTICE-FIRST " - "
                    STR-NOTICE-LAST "  awaiting " I-NOTICE-NOTIFIED
                    "  confirmed " I-NOTICE-CONFIRMED
                    "  superseded " I-NOTICE-SUPERSEDED

            IF I-NOTICE-NOTIFIED = 0
             DISPLAY "KEYDIST - nothing on notice " STR-ANS-NOTICE-ID
                     " is awaiting receipt"
             MOVE 4 TO I-RUN-RC
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Partner's acknowledgement reference: "
            ACCEPT STR-ANS-REFERENCE
            IF STR-ANS-REFERENCE = SPACES
             DISPLAY "KEYDIST - REJECTED - a receipt is posted "
                     "against the partner's own reference"
             MOVE 8 TO I-RUN-RC
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            DISPLAY "Post receipt of notice " STR-ANS-NOTICE-ID
                    " (Y/N): "
            ACCEPT C-ANS-CONFIRM
            IF NOT I-CONFIRMED
             DISPLAY "KEYDIST - notice " STR-ANS-NOTICE-ID
                     " left awaiting receipt"
             PERFORM RELEASE-REGISTER-LOCK
             EXIT PARAGRAPH
            END-IF

            PERFORM CONFIRM-ONE-NOTICE-LINE
                VARYING I-REGISTER-ITER FROM 1 BY 1
                UNTIL I-REGISTER-ITER > I-REGISTER-COUNT

            PERFORM REWRITE-REGISTER
            PERFORM RELEASE-REGISTER-LOCK
            IF I-RUN-RC NOT = 0
             EXIT PARAGRAPH
            END-IF

            MOVE "KEY-CONFIRM" TO STR-LOG-PROGRAM-NAME
            PERFORM LOG-DISTRIBUTION-DECISION

            DISPLAY "KEYDIST - receipt of notice " STR-ANS-NOTICE-ID
                    " posted for " STR-NOTICE-PARTNER " - "
                    I-NOTICE-NOTIFIED " key(s) confirmed".

           TALLY-ONE-NOTICE-LINE.
            MOVE RT-ENTRY(I-REGISTER-ITER) TO REC-KEYDIST
            IF KD-NOTICE-ID NOT = STR-ANS-NOTICE-ID
             EXIT PARAGRAPH
            END-IF

            MOVE KD-PARTNER TO STR-NOTICE-PARTNER
            IF KD-KEY-DATE < STR-NOTICE-FIRST
             MOVE KD-KEY-DATE TO STR-NOTICE-FIRST
            END-IF
            IF KD-KEY-DATE > STR-NOTICE-LAST
             MOVE KD-KEY-DATE TO STR-NOTICE-LAST
            END-IF

            EVALUATE TRUE
             WHEN KD-IS-NOTIFIED
              ADD 1 TO I-NOTICE-NOTIFIED
             WHEN KD-IS-CONFIRMED
              ADD 1 TO I-NOTICE-CONFIRMED
             WHEN OTHER
              ADD 1 TO I-NOTICE-SUPERSEDED
            END-EVALUATE.

           CONFIRM-ONE-NOTICE-LINE.
            MOVE RT-ENTRY(I-REGISTER-ITER) TO REC-KEYDIST
            IF KD-NOTICE-ID = STR-ANS-NOTICE-ID AND KD-IS-NOTIFIED
             SET KD-IS-CONFIRMED TO TRUE
             MOVE STR-OPERATOR-ID   TO KD-CLOSED-BY
             MOVE STR-PROC-DATE     TO KD-CLOSED-DATE
             MOVE STR-ANS-REFERENCE TO KD-REFERENCE
             MOVE REC-KEYDIST TO RT-ENTRY(I-REGISTER-ITER)
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Unconfirmed mode - for every partner, every key that
      *    takes effect from the business date through N days on
      *    is confirmed, awaiting receipt, unsent (never told, or
      *    told a key the store has since changed), or missing
      *    from the store. A partner with anything short of
      *    confirmed is listed on KEYDRPT, and the run ends RC=4.
      *    /////////////////////////////////////////////////////////////
           RUN-UNCONFIRMED-MODE.
            DISPLAY "Keys taking effect within how many days "
                    "(000-365, blank for 007): "
            ACCEPT STR-ANS-DAYS

            IF STR-ANS-DAYS = SPACES
             MOVE 7 TO I-DAY-COUNT
            ELSE
             IF STR-ANS-DAYS IS NOT NUMERIC
              DISPLAY "KEYDIST - REJECTED - day count is not numeric"
              MOVE 8 TO I-RUN-RC
              EXIT PARAGRAPH
             END-IF
             MOVE STR-ANS-DAYS TO I-DAY-COUNT
            END-IF

            IF I-DAY-COUNT > 365
             DISPLAY "KEYDIST - REJECTED - day count outside 0-365"
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

      *     The business date itself is in the window too
            ADD 1 TO I-DAY-COUNT
            MOVE STR-PROC-DATE TO STR-START-DATE
            PERFORM SET-PERIOD-END

            PERFORM LOAD-REGISTER
            IF I-REGISTER-OVERFLOW = 1
             DISPLAY "KEYDIST - KEYDREG has more than 5000 entries "
                     "- report not produced"
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-PARTNERS
            IF I-PARTNER-OVERFLOW = 1
             DISPLAY "KEYDIST - PARTFILE holds more than 200 "
                     "partners - report not produced"
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT DIST-REPORT
            MOVE STR-PROC-DATE  TO RPT-HDR-DATE
            MOVE STR-START-DATE TO RPT-HDR-FROM
            MOVE STR-END-DATE   TO RPT-HDR-TO
            WRITE REC-DIST-RPT FROM STR-RPT-HEADER-1
            WRITE REC-DIST-RPT FROM STR-RPT-HEADER-2
            WRITE REC-DIST-RPT FROM STR-RPT-BLANK

            PERFORM REPORT-ONE-PARTNER
                VARYING I-PARTNER-ITER FROM 1 BY 1
                UNTIL I-PARTNER-ITER > I-PARTNER-COUNT

            MOVE I-OPEN-PARTNERS TO RPT-TOT-PARTNERS
            MOVE I-TOT-AWAITING  TO RPT-TOT-AWAITING
            MOVE I-TOT-UNSENT    TO RPT-TOT-UNSENT
            MOVE I-TOT-NOKEY     TO RPT-TOT-NOKEY
            WRITE REC-DIST-RPT FROM STR-RPT-BLANK
            WRITE REC-DIST-RPT FROM STR-RPT-TOTALS
            CLOSE DIST-REPORT

            DISPLAY "KEYDIST - " I-OPEN-PARTNERS " partner(s) with "
                    "keys from " STR-START-DATE " to " STR-END-DATE
                    " not confirmed - see KEYDRPT"

            IF I-OPEN-PARTNERS > 0
             MOVE 4 TO I-RUN-RC
            END-IF.

           REPORT-ONE-PARTNER.
            MOVE PT-CODE(I-PARTNER-ITER) TO STR-CURR-PARTNER
            MOVE 0 TO I-RPT-KEYS I-RPT-CONFIRMED I-RPT-AWAITING
                      I-RPT-UNSENT I-RPT-NOKEY
            MOVE SPACES TO STR-RPT-FIRST-OPEN STR-RPT-NOTICE
            MOVE STR-START-DATE TO I-CURR-DATE-NUM
            COMPUTE I-DATE-INT =
                FUNCTION INTEGER-OF-DATE(I-CURR-DATE-NUM)

            PERFORM REPORT-ONE-PARTNER-DAY
                VARYING I-DAY-ITER FROM 1 BY 1
                UNTIL I-DAY-ITER > I-DAY-COUNT

            IF I-RPT-AWAITING + I-RPT-UNSENT + I-RPT-NOKEY = 0
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-OPEN-PARTNERS
            ADD I-RPT-AWAITING TO I-TOT-AWAITING
            ADD I-RPT-UNSENT   TO I-TOT-UNSENT
            ADD I-RPT-NOKEY    TO I-TOT-NOKEY

            MOVE STR-CURR-PARTNER   TO RPT-PARTNER
            MOVE I-RPT-KEYS         TO RPT-KEYS
            MOVE I-RPT-CONFIRMED    TO RPT-CONFIRMED
            MOVE I-RPT-AWAITING     TO RPT-AWAITING
            MOVE I-RPT-UNSENT       TO RPT-UNSENT
            MOVE I-RPT-NOKEY        TO RPT-NOKEY
            MOVE STR-RPT-FIRST-OPEN TO RPT-FIRST-OPEN
            MOVE STR-RPT-NOTICE     TO RPT-NOTICE
            WRITE REC-DIST-RPT FROM STR-RPT-LINE.

      *    The days walk in date order, so the first open day met
      *    is the earliest
           REPORT-ONE-PARTNER-DAY.
            PERFORM RESOLVE-PARTNER-DAY

            IF NOT I-DAY-NOT-KEYED
             ADD 1 TO I-RPT-KEYS
            END-IF

            EVALUATE TRUE
             WHEN I-DAY-NOT-KEYED
              CONTINUE
             WHEN I-DAY-KEY-MISSING
              ADD 1 TO I-RPT-NOKEY
              PERFORM NOTE-FIRST-OPEN-DAY
             WHEN OTHER
              PERFORM FIND-OPEN-REGISTER-LINE
              EVALUATE TRUE
               WHEN I-REGISTER-SLOT = 0
               WHEN KD-KEY-CHECK NOT = I-KOD-CHECK
                ADD 1 TO I-RPT-UNSENT
                PERFORM NOTE-FIRST-OPEN-DAY
               WHEN KD-IS-CONFIRMED
                ADD 1 TO I-RPT-CONFIRMED
               WHEN OTHER
                ADD 1 TO I-RPT-AWAITING
                PERFORM NOTE-FIRST-OPEN-DAY
                IF KD-NOTICE-ID > STR-RPT-NOTICE
                 MOVE KD-NOTICE-ID TO STR-RPT-NOTICE
                END-IF
              END-EVALUATE
            END-EVALUATE

            ADD 1 TO I-DATE-INT.

           NOTE-FIRST-OPEN-DAY.
            IF STR-RPT-FIRST-OPEN = SPACES
             MOVE STR-CURR-DATE TO STR-RPT-FIRST-OPEN
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Resolves the partner on the day I-DATE-INT names - a
      *    weekend has no key (KEYSCHED skips them), and a weekday
      *    counts only when the profile in force that day runs on
      *    the key of the day. The key comes off the store through
      *    KEY-DIST-KEY; a compromised key is as good as missing.
      *    /////////////////////////////////////////////////////////////
           RESOLVE-PARTNER-DAY.
            COMPUTE I-CURR-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(I-DATE-INT)
            MOVE I-CURR-DATE-NUM TO STR-CURR-DATE
            COMPUTE I-DAY-OF-WEEK = FUNCTION MOD(I-DATE-INT, 7)

            SET I-DAY-NOT-KEYED TO TRUE
            MOVE SPACES TO STR-KOD-CIPHER STR-KOD-KEY
            MOVE 0      TO I-KOD-CHECK

            IF I-IS-SATURDAY OR I-IS-SUNDAY
             EXIT PARAGRAPH
            END-IF

            CALL "PARTNER-LOOKUP-DATE" USING STR-CURR-PARTNER,
                                             STR-CURR-DATE,
                                             REC-PARTNER-PROFILE,
                                             I-PROFILE-FOUND
            IF I-PROFILE-FOUND NOT = 1
             EXIT PARAGRAPH
            END-IF

            EVALUATE TRUE
             WHEN PF-CIPHER = "CAESAR" AND PF-SHIFT = "00"
             WHEN PF-CIPHER = "AFFINE" AND PF-AFFA = "00"
             WHEN PF-CIPHER = "PLAYFAIR" AND PF-TRKEY = SPACES
             WHEN PF-CIPHER = "VIGENERE"
              MOVE PF-CIPHER TO STR-KOD-CIPHER
             WHEN OTHER
              EXIT PARAGRAPH
            END-EVALUATE

            CALL "KEY-DIST-KEY" USING STR-KOD-CIPHER, STR-CURR-DATE,
                                      STR-KOD-KEY, I-KOD-CHECK,
                                      I-KOD-FOUND
            IF I-KOD-FOUND = 1
             SET I-DAY-HAS-KEY TO TRUE
            ELSE
             SET I-DAY-KEY-MISSING TO TRUE
            END-IF.

      *    The one line for the partner, cipher and day that no
      *    later notice has superseded - left in REC-KEYDIST when
      *    found
           FIND-OPEN-REGISTER-LINE.
            MOVE 0 TO I-REGISTER-SLOT
            PERFORM MATCH-ONE-REGISTER-LINE
                VARYING I-REGISTER-ITER FROM 1 BY 1
                UNTIL I-REGISTER-ITER > I-REGISTER-COUNT
                   OR I-REGISTER-SLOT > 0

            IF I-REGISTER-SLOT > 0
             MOVE RT-ENTRY(I-REGISTER-SLOT) TO REC-KEYDIST
            END-IF.

           MATCH-ONE-REGISTER-LINE.
            MOVE RT-ENTRY(I-REGISTER-ITER) TO REC-KEYDIST
            IF KD-PARTNER = STR-CURR-PARTNER
                  AND KD-CIPHER = STR-KOD-CIPHER
                  AND KD-KEY-DATE = STR-CURR-DATE
                  AND NOT KD-IS-SUPERSEDED
             MOVE I-REGISTER-ITER TO I-REGISTER-SLOT
            END-IF.

      *    The last day of the period STR-START-DATE and
      *    I-DAY-COUNT describe
           SET-PERIOD-END.
            MOVE STR-START-DATE TO I-CURR-DATE-NUM
            COMPUTE I-START-INT =
                FUNCTION INTEGER-OF-DATE(I-CURR-DATE-NUM)
                + I-DAY-COUNT - 1
            COMPUTE I-CURR-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(I-START-INT)
            MOVE I-CURR-DATE-NUM TO STR-END-DATE.

      *    /////////////////////////////////////////////////////////////
      *    Register and partner housekeeping shared by the modes
      *    /////////////////////////////////////////////////////////////
           LOAD-REGISTER.
            MOVE 0   TO I-REGISTER-COUNT
            MOVE 0   TO I-HIGH-NOTICE-SEQ
            MOVE "N" TO I-EOF-FLAG

            OPEN INPUT KEY-DIST-REGISTER
            IF STR-REGISTER-STATUS = "35"
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ONE-REGISTER-ENTRY UNTIL I-AT-EOF
            CLOSE KEY-DIST-REGISTER.

      *    Notice numbers run on within the build date, so a
      *    second build the same day does not reuse one
           LOAD-ONE-REGISTER-ENTRY.
            READ KEY-DIST-REGISTER INTO REC-KEYDIST
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            IF KD-NOTICE-ID(1:8) = STR-PROC-DATE
                  AND KD-NOTICE-ID(9:4) IS NUMERIC
                  AND KD-NOTICE-ID(9:4) > I-HIGH-NOTICE-SEQ
             MOVE KD-NOTICE-ID(9:4) TO I-HIGH-NOTICE-SEQ
            END-IF

            IF I-REGISTER-COUNT NOT < 5000
             MOVE 1 TO I-REGISTER-OVERFLOW
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-REGISTER-COUNT
            MOVE REC-KEYDIST TO RT-ENTRY(I-REGISTER-COUNT).

      *    Writes the table back whole, leaving off lines for keys
      *    more than I-PRUNE-DAYS past
           REWRITE-REGISTER.
            MOVE STR-PROC-DATE TO I-CURR-DATE-NUM
            COMPUTE I-DATE-INT =
                FUNCTION INTEGER-OF-DATE(I-CURR-DATE-NUM)
                - I-PRUNE-DAYS
            COMPUTE I-CURR-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(I-DATE-INT)
            MOVE I-CURR-DATE-NUM TO STR-PRUNE-DATE

            OPEN OUTPUT KEY-DIST-REGISTER
            IF STR-REGISTER-STATUS NOT = "00"
             DISPLAY "KEYDIST - cannot rewrite KEYDREG - status "
                     STR-REGISTER-STATUS " - register not saved"
             MOVE 12 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            PERFORM WRITE-ONE-REGISTER-ENTRY
                VARYING I-REGISTER-ITER FROM 1 BY 1
                UNTIL I-REGISTER-ITER > I-REGISTER-COUNT
            CLOSE KEY-DIST-REGISTER

            IF I-PRUNED-COUNT > 0
             DISPLAY "KEYDIST - " I-PRUNED-COUNT " register line(s) "
                     "for keys before " STR-PRUNE-DATE " dropped"
            END-IF.

           WRITE-ONE-REGISTER-ENTRY.
            MOVE RT-ENTRY(I-REGISTER-ITER) TO REC-KEYDIST
            IF KD-KEY-DATE < STR-PRUNE-DATE
             ADD 1 TO I-PRUNED-COUNT
            ELSE
             WRITE REC-KEYDREG FROM REC-KEYDIST
            END-IF.

      *    Each code once, in PARTFILE order, however many profile
      *    versions it carries
           LOAD-PARTNERS.
            MOVE 0   TO I-PARTNER-COUNT
            MOVE "N" TO I-EOF-FLAG

            OPEN INPUT PARTNER-FILE
            IF STR-PARTFILE-STATUS = "35"
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ONE-PARTNER UNTIL I-AT-EOF
            CLOSE PARTNER-FILE.

           LOAD-ONE-PARTNER.
            READ PARTNER-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR REC-PARTFILE(1:8) = SPACES
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-PARTNER-SLOT
            PERFORM MATCH-ONE-PARTNER
                VARYING I-PARTNER-ITER FROM 1 BY 1
                UNTIL I-PARTNER-ITER > I-PARTNER-COUNT
                   OR I-PARTNER-SLOT > 0
            IF I-PARTNER-SLOT > 0
             EXIT PARAGRAPH
            END-IF

            IF I-PARTNER-COUNT NOT < 200
             MOVE 1 TO I-PARTNER-OVERFLOW
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-PARTNER-COUNT
            MOVE REC-PARTFILE(1:8) TO PT-CODE(I-PARTNER-COUNT).

           MATCH-ONE-PARTNER.
            IF PT-CODE(I-PARTNER-ITER) = REC-PARTFILE(1:8)
             MOVE I-PARTNER-ITER TO I-PARTNER-SLOT
            END-IF.

           ACQUIRE-REGISTER-LOCK.
            MOVE "A" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            IF I-LOCK-STATUS NOT = 0
             DISPLAY "KEYDIST - KEYDREG enqueue is held - another "
                     "session has the register"
             MOVE 8 TO I-RUN-RC
            END-IF.

           RELEASE-REGISTER-LOCK.
            MOVE "R" TO C-LOCK-FUNC
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS.

      *    The notice or receipt goes on the audit trail - the
      *    signed-on operator rides in on the USER= stamp of the
      *    CIPHERLOG line
           LOG-DISTRIBUTION-DECISION.
            CALL "LOG-CIPHER-EVENT" USING
             BY CONTENT STR-LOG-PROGRAM-NAME,
             BY CONTENT I-LOG-LEN,
             BY CONTENT I-LOG-SHIFT,
             BY CONTENT I-LOG-SUCCESS-FLAG.

           END PROGRAM KEYDIST.
