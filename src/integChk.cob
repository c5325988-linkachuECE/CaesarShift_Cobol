      *    // Cross-file referential integrity check - PARTFILE is the
      *    // master every other control file names partners
      *    // against, and nothing stops a partner being taken off it
      *    // while RUNCAL still schedules them, or a profile being
      *    // switched to the affine pair of the day with nothing on
      *    // TKEYSTOR ahead of it; both used to surface as a fault
      *    // in the middle of the night. This reads PARTFILE into
      *    // storage and walks RUNCAL, CRIBLIB, SERIALF, SERINREG,
      *    // PARTSTAT and OUTREG against it, then asks the key
      *    // stores for every date from the business date through
      *    // the horizon for each key-of-the-day profile, and prints
      *    // every orphan and gap to INTEGRPT with a severity:
      *    //   ERROR    the next run that touches it will fault or
      *    //            misbehave - a RUNCAL row for a partner not
      *    //            on PARTFILE, a serial partner with no
      *    //            SERIALF counter (or two), a key-of-the-day
      *    //            profile with a date in the horizon that has
      *    //            no usable key, an unknown cipher type
      *    //   WARNING  history or reference data left behind by a
      *    //            partner no longer on PARTFILE
      *    //   INFO     worth knowing, nothing to fix tonight - a
      *    //            partner RUNCAL never schedules
      *    // Runs in the nightly stream ahead of MANBUILD, which
      *    // runs only when nothing here is an ERROR.
      *    // PARTFILE may carry several dated versions of a partner;
      *    // each is judged as PARTNER-LOOKUP-DATE would resolve it,
      *    // and a scheduled version is held to the key stores from
      *    // the day it takes effect.
      *    // Condition codes: 0 clean or INFO only, 4 a WARNING,
      *    // 8 an ERROR, 12 no PARTFILE to check against.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. INTEGCHK.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT PARTNER-FILE ASSIGN TO "PARTFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT RUN-CALENDAR ASSIGN TO "RUNCAL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT CRIB-LIB ASSIGN TO "CRIBLIB"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT SERIAL-FILE ASSIGN TO "SERIALF"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT SERIAL-REG ASSIGN TO "SERINREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT PARTSTAT-FILE ASSIGN TO "PARTSTAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT OUTREG-FILE ASSIGN TO "OUTREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT INTEG-REPORT ASSIGN TO "INTEGRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
            FILE SECTION.
             FD  PARTNER-FILE.
             COPY "partrec.cpy".

      *    MANBUILD's run-calendar row - only the partner matters
             FD  RUN-CALENDAR.
             01 REC-RUNCAL.
               05 RC-PARTNER     PIC X(8).
               05 FILLER         PIC X(1).
               05 RC-DAYS        PIC X(7).
               05 FILLER         PIC X(1).
               05 RC-HOLIDAY     PIC X(1).

      *    SOLVE-BATCH's crib row - GENERAL cribs serve every
      *    partner and name none
             FD  CRIB-LIB.
             01 REC-CRIBLIB.
               05 CL-PARTNER     PIC X(8).
               05 FILLER         PIC X(1).
               05 CL-TEXT        PIC X(60).

             FD  SERIAL-FILE.
             01 REC-SERIAL.
               05 SR-PARTNER     PIC X(8).
               05 FILLER         PIC X(1).
               05 SR-NEXT        PIC 9(7).

             FD  SERIAL-REG.
             01 REC-SERREG.
               05 SG-PARTNER     PIC X(8).
               05 FILLER         PIC X(1).
               05 SG-LAST        PIC 9(7).

             FD  PARTSTAT-FILE.
             COPY "statrec.cpy".

             FD  OUTREG-FILE.
             COPY "outregrec.cpy".

             FD  INTEG-REPORT.
             01 REC-INTEG-RPT      PIC X(132).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-SOURCE-STATUS  PIC X(2).
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-PROC-DATE      PIC X(8).
             01 I-RUN-RC           PIC 99   VALUE 0.

      *    The forward key horizon - the business date and this
      *    many days after it must each have a usable key for
      *    every key-of-the-day profile
             01 STR-ENTRY-DAYS     PIC X(2).
             01 I-HORIZON-DAYS     PIC 99   VALUE 7.
             01 I-DAY-ITER         PIC 999.
             01 I-PROC-DATE-NUM    PIC 9(8).
             01 I-DATE-INT         PIC 9(7).
             01 I-CHECK-DATE-NUM   PIC 9(8).
             01 STR-CHECK-DATE     PIC X(8).

      *    PARTFILE in storage - one slot per profile version,
      *    each marked superseded, in force or scheduled on the
      *    business date. What the other files say about a
      *    partner is kept on the partner's first slot
             01 I-PART-COUNT       PIC 999  VALUE 0.
             01 I-PART-MAX         PIC 999  VALUE 500.
             01 PART-TABLE.
               05 PT-ENTRY OCCURS 500 TIMES.
                 10 PT-CODE        PIC X(8).
                 10 PT-EFF-DATE    PIC X(8).
                 10 PT-STATE       PIC X(1).
                   88 PT-SUPERSEDED       VALUE "S".
                   88 PT-IN-FORCE         VALUE "F".
                   88 PT-SCHEDULED        VALUE "P".
                 10 PT-CIPHER      PIC X(8).
                 10 PT-SHIFT       PIC X(2).
                 10 PT-AFFA        PIC X(2).
                 10 PT-TRKEY       PIC X(10).
                 10 PT-SERIAL      PIC X(1).
                 10 PT-FIRST-SLOT  PIC 999.
                 10 PT-BEST-SLOT   PIC 999.
                 10 PT-BEST-EFF    PIC X(8).
                 10 PT-WANTS-SERIAL PIC X(1).
                 10 PT-CAL-ROWS    PIC 9(5).
                 10 PT-COUNTERS    PIC 9(5).
             01 I-PARTNER-CODES    PIC 999  VALUE 0.
             01 I-PART-ITER        PIC 999.
             01 I-PART-SLOT        PIC 999.
             01 I-PART-SCAN        PIC 999.
             01 I-FIRST-SLOT       PIC 999.
             01 STR-FIND-EFF-DATE  PIC X(8).
             01 STR-NEXT-EFF-DATE  PIC X(8).
             01 STR-FIND-PARTNER   PIC X(8).

      *    Codes met on the file being walked that PARTFILE does
      *    not carry - each reported once, with its row count
             01 I-ORPHAN-COUNT     PIC 999  VALUE 0.
             01 ORPHAN-TABLE.
               05 OT-ENTRY OCCURS 200 TIMES.
                 10 OT-CODE        PIC X(8).
                 10 OT-ROWS        PIC 9(7).
             01 I-ORPHAN-ITER      PIC 999.
             01 I-ORPHAN-SLOT      PIC 999.
             01 I-ORPHAN-LOST      PIC 9(7) VALUE 0.

      *    What the walk of one file reports for its orphans
             01 STR-WALK-FILE      PIC X(8).
             01 STR-WALK-RULE      PIC X(8).
             01 STR-WALK-SEV       PIC X(8).
             01 STR-WALK-TEXT      PIC X(60).

      *    Forward coverage, worked out once per key store and
      *    type, then charged to every profile relying on it
             01 I-CAESAR-USERS     PIC 999  VALUE 0.
             01 I-AFFINE-USERS     PIC 999  VALUE 0.
             01 I-PLAYFAIR-USERS   PIC 999  VALUE 0.
             01 I-DAYS-CHECKED     PIC 999.

      *    Which dates in the horizon each key-of-the-day type has
      *    no usable key for - a version is charged only with the
      *    gaps on dates it is the one in force
             01 DAY-TABLE.
               05 DT-ENTRY OCCURS 100 TIMES.
                 10 DT-DATE        PIC X(8).
                 10 DT-CAESAR-GAP  PIC 9.
                 10 DT-AFFINE-GAP  PIC 9.
                 10 DT-PLAYFAIR-GAP PIC 9.
             01 I-DAY-SLOT         PIC 999.
             01 I-SPAN-DAYS        PIC 999.
             01 I-SPAN-GAPS        PIC 999.
             01 STR-SPAN-FIRST     PIC X(8).
             01 I-DETAIL-PTR       PIC 999.
             01 C-GAP-TYPE         PIC X(1).
               88 I-GAP-CAESAR           VALUE "C".
               88 I-GAP-AFFINE           VALUE "A".
               88 I-GAP-PLAYFAIR         VALUE "P".

      *    KEY-LOOKUP-DATE and TYPED-KEY-LOOKUP call fields
             01 I-DATE-SHIFT       PIC S99.
             01 I-KEY-FOUND        PIC 9.
             01 STR-TYPED-CIPHER   PIC X(8).
             01 STR-TYPED-KEYWORD  PIC X(16).
             01 I-TYPED-KWLEN      PIC 99.
             01 I-TYPED-AFFA       PIC 99.
             01 I-TYPED-AFFB       PIC 99.
             01 I-TYPED-FOUND      PIC 9.

      *    Finding tallies, one per severity
             01 I-ERROR-COUNT      PIC 9(5) VALUE 0.
             01 I-WARNING-COUNT    PIC 9(5) VALUE 0.
             01 I-INFO-COUNT       PIC 9(5) VALUE 0.

      *    Run-summary identities handed to LOG-RUN-HISTORY
             01 STR-RH-PROGRAM     PIC X(8) VALUE "INTEGCHK".
             01 C-CLOCK-STAMP      PIC X(1) VALUE "S".
             01 STR-RUN-START      PIC X(14).
             01 STR-RH-INPUT       PIC X(8) VALUE "PARTFILE".
             01 STR-RH-OUTPUT      PIC X(8) VALUE "INTEGRPT".
             01 I-RH-RECORDS       PIC 9(6) VALUE 0.
             01 I-RH-FINDINGS      PIC 9(6) VALUE 0.
             01 I-RH-ZERO          PIC 9(6) VALUE 0.

      *    Report line layouts
             01 STR-INT-HEADER     PIC X(132)
                 VALUE "CROSS-FILE REFERENTIAL INTEGRITY CHECK".
             01 STR-INT-BLANK      PIC X(132) VALUE SPACES.
             01 STR-INT-RUN-LINE.
               05 FILLER           PIC X(14) VALUE "BUSINESS DATE=".
               05 INT-PROC-DATE    PIC X(8).
               05 FILLER           PIC X(13) VALUE " KEY HORIZON=".
               05 INT-HORIZON      PIC Z9.
               05 FILLER           PIC X(5)  VALUE " DAYS".
               05 FILLER           PIC X(90) VALUE SPACES.
             01 STR-INT-COLS.
               05 FILLER           PIC X(9)  VALUE "SEVERITY".
               05 FILLER           PIC X(9)  VALUE "RULE".
               05 FILLER           PIC X(9)  VALUE "FILE".
               05 FILLER           PIC X(9)  VALUE "PARTNER".
               05 FILLER           PIC X(96) VALUE "DETAIL".
             01 STR-INT-FIND-LINE.
               05 INT-SEVERITY     PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 INT-RULE         PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 INT-FILE         PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 INT-PARTNER      PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 INT-DETAIL       PIC X(96).
             01 STR-INT-NONE-LINE  PIC X(132)
                 VALUE "  NO INTEGRITY FINDINGS".
             01 STR-INT-TOTALS.
               05 FILLER           PIC X(9)  VALUE "PARTNERS=".
               05 INT-PARTNERS     PIC 9(3).
               05 FILLER           PIC X(8)  VALUE " ERRORS=".
               05 INT-ERRORS       PIC 9(5).
               05 FILLER           PIC X(10) VALUE " WARNINGS=".
               05 INT-WARNINGS     PIC 9(5).
               05 FILLER           PIC X(6)  VALUE " INFO=".
               05 INT-INFOS        PIC 9(5).
               05 FILLER           PIC X(4)  VALUE " RC=".
               05 INT-RC           PIC 99.
               05 FILLER           PIC X(75) VALUE SPACES.

      *    Detail-text work areas
             01 I-EDIT-COUNT       PIC Z(6)9.
             01 I-EDIT-DAYS        PIC ZZ9.
             01 I-EDIT-GAPS        PIC ZZ9.

           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            DISPLAY "INTEGCHK - forward key horizon in days (1-99, "
                    "blank for 7): "
            ACCEPT STR-ENTRY-DAYS
            EVALUATE TRUE
             WHEN STR-ENTRY-DAYS = SPACES
              CONTINUE
             WHEN STR-ENTRY-DAYS(2:1) = SPACE
                  AND STR-ENTRY-DAYS(1:1) IS NUMERIC
                  AND STR-ENTRY-DAYS(1:1) NOT = "0"
              MOVE STR-ENTRY-DAYS(1:1) TO I-HORIZON-DAYS
             WHEN STR-ENTRY-DAYS IS NUMERIC
                  AND STR-ENTRY-DAYS NOT = "00"
              MOVE STR-ENTRY-DAYS TO I-HORIZON-DAYS
             WHEN OTHER
              DISPLAY "INTEGCHK - REJECTED - horizon must be 1 to "
                      "99 days"
              MOVE 8 TO RETURN-CODE
              GOBACK
            END-EVALUATE

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            MOVE STR-PROC-DATE TO I-PROC-DATE-NUM

            PERFORM LOAD-PARTNER-TABLE
            IF I-RUN-RC NOT = 0
             MOVE I-RUN-RC TO RETURN-CODE
             GOBACK
            END-IF
            PERFORM MARK-PROFILE-VERSIONS

            OPEN OUTPUT INTEG-REPORT
            WRITE REC-INTEG-RPT FROM STR-INT-HEADER
            MOVE STR-PROC-DATE  TO INT-PROC-DATE
            MOVE I-HORIZON-DAYS TO INT-HORIZON
            WRITE REC-INTEG-RPT FROM STR-INT-RUN-LINE
            WRITE REC-INTEG-RPT FROM STR-INT-BLANK
            WRITE REC-INTEG-RPT FROM STR-INT-COLS

            PERFORM CHECK-PARTNER-PROFILES
            PERFORM WALK-RUN-CALENDAR
            PERFORM WALK-CRIB-LIBRARY
            PERFORM WALK-SERIAL-FILE
            PERFORM WALK-SERIAL-REGISTER
            PERFORM WALK-PARTNER-STATISTICS
            PERFORM WALK-OUTPUT-REGISTER

      *     What the walks marked on each partner's slot
            PERFORM JUDGE-ONE-PARTNER
                VARYING I-PART-ITER FROM 1 BY 1
                UNTIL I-PART-ITER > I-PART-COUNT

            PERFORM CHECK-FORWARD-KEYS

            IF I-ERROR-COUNT > 0
             MOVE 8 TO I-RUN-RC
            ELSE
             IF I-WARNING-COUNT > 0
              MOVE 4 TO I-RUN-RC
             END-IF
            END-IF

            IF I-ERROR-COUNT = 0 AND I-WARNING-COUNT = 0
                  AND I-INFO-COUNT = 0
             WRITE REC-INTEG-RPT FROM STR-INT-NONE-LINE
            END-IF

            MOVE I-PARTNER-CODES TO INT-PARTNERS
            MOVE I-ERROR-COUNT   TO INT-ERRORS
            MOVE I-WARNING-COUNT TO INT-WARNINGS
            MOVE I-INFO-COUNT    TO INT-INFOS
            MOVE I-RUN-RC        TO INT-RC
            WRITE REC-INTEG-RPT FROM STR-INT-BLANK
            WRITE REC-INTEG-RPT FROM STR-INT-TOTALS
            CLOSE INTEG-REPORT

            DISPLAY "INTEGCHK - " I-PARTNER-CODES " partner(s) - "
                    I-ERROR-COUNT " error(s), " I-WARNING-COUNT
                    " warning(s), " I-INFO-COUNT " info"

            MOVE I-PARTNER-CODES TO I-RH-RECORDS
            COMPUTE I-RH-FINDINGS = I-ERROR-COUNT + I-WARNING-COUNT
            CALL "LOG-RUN-HISTORY" USING
                STR-RH-PROGRAM, STR-RH-INPUT, STR-RH-OUTPUT,
                I-RH-RECORDS, I-RH-FINDINGS, I-RH-ZERO, I-RUN-RC

      *     The CALLs just above clear the special register on the
      *     way back - put the run's own return code back so the
      *     scheduler sees it
            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    PARTFILE into storage. Without it there is nothing to
      *    check against, and a PARTFILE too big for the table
      *    would turn every partner past the end into a false
      *    orphan - either way the run stops RC=12
      *    /////////////////////////////////////////////////////////////
           LOAD-PARTNER-TABLE.
            OPEN INPUT PARTNER-FILE
            IF STR-SOURCE-STATUS NOT = "00"
             DISPLAY "INTEGCHK - cannot open PARTFILE - status "
                     STR-SOURCE-STATUS
             MOVE 12 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM LOAD-ONE-PARTNER UNTIL I-AT-EOF
            CLOSE PARTNER-FILE.

           LOAD-ONE-PARTNER.
            READ PARTNER-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR PF-CODE = SPACES
             EXIT PARAGRAPH
            END-IF

            IF I-PART-COUNT NOT < I-PART-MAX
             DISPLAY "INTEGCHK - PARTFILE holds more than "
                     I-PART-MAX " profile rows - raise the table"
             MOVE 12 TO I-RUN-RC
             SET I-AT-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-PART-COUNT
            MOVE PF-CODE   TO PT-CODE(I-PART-COUNT)
            MOVE PF-CIPHER TO PT-CIPHER(I-PART-COUNT)
            MOVE PF-SHIFT  TO PT-SHIFT(I-PART-COUNT)
            MOVE PF-AFFA   TO PT-AFFA(I-PART-COUNT)
            MOVE PF-TRKEY  TO PT-TRKEY(I-PART-COUNT)
            MOVE PF-SERIAL TO PT-SERIAL(I-PART-COUNT)
            MOVE PF-EFF-DATE TO PT-EFF-DATE(I-PART-COUNT)
            MOVE SPACE     TO PT-STATE(I-PART-COUNT)
            MOVE 0         TO PT-BEST-SLOT(I-PART-COUNT)
            MOVE LOW-VALUES TO PT-BEST-EFF(I-PART-COUNT)
            MOVE "N"       TO PT-WANTS-SERIAL(I-PART-COUNT)
            MOVE 0         TO PT-CAL-ROWS(I-PART-COUNT)
            MOVE 0         TO PT-COUNTERS(I-PART-COUNT).

      *    /////////////////////////////////////////////////////////////
      *    Marks each version's standing the way PARTNER-LOOKUP-
      *    DATE would see it on the business date - a later
      *    effective date is scheduled; of the rest the latest is
      *    in force (the first on file, of two alike) and the
      *    others superseded. A partner wants a serial counter if
      *    any version in force or scheduled carries serials
      *    /////////////////////////////////////////////////////////////
           MARK-PROFILE-VERSIONS.
            PERFORM FIND-BEST-VERSION
                VARYING I-PART-ITER FROM 1 BY 1
                UNTIL I-PART-ITER > I-PART-COUNT
            PERFORM MARK-ONE-VERSION
                VARYING I-PART-ITER FROM 1 BY 1
                UNTIL I-PART-ITER > I-PART-COUNT.

           FIND-BEST-VERSION.
            MOVE PT-CODE(I-PART-ITER) TO STR-FIND-PARTNER
            PERFORM FIND-PARTNER-SLOT
            MOVE I-PART-SLOT TO PT-FIRST-SLOT(I-PART-ITER)
            IF I-PART-SLOT = I-PART-ITER
             ADD 1 TO I-PARTNER-CODES
            END-IF

            IF PT-EFF-DATE(I-PART-ITER) NOT > STR-PROC-DATE
                  AND PT-EFF-DATE(I-PART-ITER)
                      > PT-BEST-EFF(I-PART-SLOT)
             MOVE PT-EFF-DATE(I-PART-ITER)
                 TO PT-BEST-EFF(I-PART-SLOT)
             MOVE I-PART-ITER TO PT-BEST-SLOT(I-PART-SLOT)
            END-IF.

           MARK-ONE-VERSION.
            MOVE PT-FIRST-SLOT(I-PART-ITER) TO I-FIRST-SLOT
            EVALUATE TRUE
             WHEN PT-EFF-DATE(I-PART-ITER) > STR-PROC-DATE
              SET PT-SCHEDULED(I-PART-ITER) TO TRUE
             WHEN PT-BEST-SLOT(I-FIRST-SLOT) = I-PART-ITER
              SET PT-IN-FORCE(I-PART-ITER) TO TRUE
             WHEN OTHER
              SET PT-SUPERSEDED(I-PART-ITER) TO TRUE
            END-EVALUATE

            IF NOT PT-SUPERSEDED(I-PART-ITER)
                  AND PT-SERIAL(I-PART-ITER) = "Y"
             MOVE "Y" TO PT-WANTS-SERIAL(I-FIRST-SLOT)
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    The profiles themselves - two versions of one partner
      *    with the same effective date (PARTNER-LOOKUP-DATE takes
      *    the first, PARTADM may be showing the other), and, on a
      *    version in force or still to come, a cipher type the
      *    drivers do not know or a transposition profile with no
      *    keyword to key it. Superseded versions are history and
      *    are not judged
      *    /////////////////////////////////////////////////////////////
           CHECK-PARTNER-PROFILES.
            MOVE "PARTFILE" TO INT-FILE
            PERFORM CHECK-ONE-PROFILE
                VARYING I-PART-ITER FROM 1 BY 1
                UNTIL I-PART-ITER > I-PART-COUNT.

           CHECK-ONE-PROFILE.
            MOVE PT-CODE(I-PART-ITER)     TO STR-FIND-PARTNER
            MOVE PT-EFF-DATE(I-PART-ITER) TO STR-FIND-EFF-DATE
            PERFORM FIND-VERSION-SLOT
            IF I-PART-SLOT NOT = I-PART-ITER
             MOVE "ERROR"    TO INT-SEVERITY
             MOVE "PARTDUP"  TO INT-RULE
             MOVE "PARTFILE" TO INT-FILE
             MOVE STR-FIND-PARTNER TO INT-PARTNER
             MOVE SPACES TO INT-DETAIL
             IF STR-FIND-EFF-DATE = SPACES
              MOVE "PARTNER HAS TWO UNDATED PROFILE ROWS ON PARTFILE"
                  TO INT-DETAIL
             ELSE
              STRING "PARTNER HAS TWO PROFILE VERSIONS EFFECTIVE "
                         DELIMITED BY SIZE
                     STR-FIND-EFF-DATE DELIMITED BY SIZE
                  INTO INT-DETAIL
              END-STRING
             END-IF
             PERFORM WRITE-FINDING-LINE
            END-IF

            IF PT-SUPERSEDED(I-PART-ITER)
             EXIT PARAGRAPH
            END-IF

            EVALUATE PT-CIPHER(I-PART-ITER)
             WHEN "CAESAR"
             WHEN "VIGENERE"
             WHEN "ATBASH"
             WHEN "AFFINE"
             WHEN "PLAYFAIR"
              CONTINUE
             WHEN "TRANSPOS"
              IF PT-TRKEY(I-PART-ITER) = SPACES
               MOVE "ERROR"    TO INT-SEVERITY
               MOVE "NOKEY"    TO INT-RULE
               MOVE "PARTFILE" TO INT-FILE
               MOVE STR-FIND-PARTNER TO INT-PARTNER
               MOVE "TRANSPOS PROFILE HOLDS NO TRKEY KEYWORD"
                   TO INT-DETAIL
               PERFORM WRITE-FINDING-LINE
              END-IF
             WHEN OTHER
              MOVE "ERROR"    TO INT-SEVERITY
              MOVE "PARTCIPH" TO INT-RULE
              MOVE "PARTFILE" TO INT-FILE
              MOVE STR-FIND-PARTNER TO INT-PARTNER
              MOVE SPACES TO INT-DETAIL
              STRING "PROFILE CIPHER TYPE '" DELIMITED BY SIZE
                     PT-CIPHER(I-PART-ITER) DELIMITED BY SPACE
                     "' IS NOT A KNOWN VALUE" DELIMITED BY SIZE
                  INTO INT-DETAIL
              END-STRING
              PERFORM WRITE-FINDING-LINE
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    RUNCAL - a row for a partner PARTFILE no longer carries
      *    is what faults MANBUILD's profile check at night
      *    /////////////////////////////////////////////////////////////
           WALK-RUN-CALENDAR.
            MOVE "RUNCAL"   TO STR-WALK-FILE
            MOVE "CALORPH"  TO STR-WALK-RULE
            MOVE "ERROR"    TO STR-WALK-SEV
            MOVE "RUN CALENDAR SCHEDULES A PARTNER NOT ON PARTFILE"
                TO STR-WALK-TEXT
            MOVE 0 TO I-ORPHAN-COUNT
            MOVE 0 TO I-ORPHAN-LOST

            OPEN INPUT RUN-CALENDAR
            IF STR-SOURCE-STATUS NOT = "00"
             PERFORM NOTE-FILE-NOT-READ
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM READ-ONE-CALENDAR-ROW UNTIL I-AT-EOF
            CLOSE RUN-CALENDAR
            PERFORM WRITE-WALK-ORPHANS.

           READ-ONE-CALENDAR-ROW.
            READ RUN-CALENDAR
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR REC-RUNCAL = SPACES
                  OR RC-PARTNER(1:1) = "*"
             EXIT PARAGRAPH
            END-IF

            MOVE RC-PARTNER TO STR-FIND-PARTNER
            PERFORM FIND-PARTNER-SLOT
            IF I-PART-SLOT = 0
             PERFORM NOTE-ORPHAN-CODE
            ELSE
             ADD 1 TO PT-CAL-ROWS(I-PART-SLOT)
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    CRIBLIB - a partner's cribs outliving the partner only
      *    cost SOLVE-BATCH time, but they are still litter
      *    /////////////////////////////////////////////////////////////
           WALK-CRIB-LIBRARY.
            MOVE "CRIBLIB"  TO STR-WALK-FILE
            MOVE "CRIBORPH" TO STR-WALK-RULE
            MOVE "WARNING"  TO STR-WALK-SEV
            MOVE "CRIB ENTRIES FOR A PARTNER NOT ON PARTFILE"
                TO STR-WALK-TEXT
            MOVE 0 TO I-ORPHAN-COUNT
            MOVE 0 TO I-ORPHAN-LOST

            OPEN INPUT CRIB-LIB
            IF STR-SOURCE-STATUS NOT = "00"
             PERFORM NOTE-FILE-NOT-READ
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM READ-ONE-CRIB-ROW UNTIL I-AT-EOF
            CLOSE CRIB-LIB
            PERFORM WRITE-WALK-ORPHANS.

           READ-ONE-CRIB-ROW.
            READ CRIB-LIB
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR CL-PARTNER = SPACES
                  OR CL-PARTNER = "GENERAL "
                  OR CL-PARTNER(1:1) = "*"
             EXIT PARAGRAPH
            END-IF

            MOVE CL-PARTNER TO STR-FIND-PARTNER
            PERFORM FIND-PARTNER-SLOT
            IF I-PART-SLOT = 0
             PERFORM NOTE-ORPHAN-CODE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    SERIALF - the counters the encrypt side stamps from. A
      *    counter for an unknown partner is litter; two counters
      *    for one partner, or none for a serial partner, is a
      *    serial about to be issued wrong
      *    /////////////////////////////////////////////////////////////
           WALK-SERIAL-FILE.
            MOVE "SERIALF"  TO STR-WALK-FILE
            MOVE "SERORPH"  TO STR-WALK-RULE
            MOVE "WARNING"  TO STR-WALK-SEV
            MOVE "SERIAL COUNTER FOR A PARTNER NOT ON PARTFILE"
                TO STR-WALK-TEXT
            MOVE 0 TO I-ORPHAN-COUNT
            MOVE 0 TO I-ORPHAN-LOST

            OPEN INPUT SERIAL-FILE
            IF STR-SOURCE-STATUS NOT = "00"
             PERFORM NOTE-FILE-NOT-READ
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM READ-ONE-SERIAL-ROW UNTIL I-AT-EOF
            CLOSE SERIAL-FILE
            PERFORM WRITE-WALK-ORPHANS.

           READ-ONE-SERIAL-ROW.
            READ SERIAL-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR SR-PARTNER = SPACES
             EXIT PARAGRAPH
            END-IF

            MOVE SR-PARTNER TO STR-FIND-PARTNER
            PERFORM FIND-PARTNER-SLOT
            IF I-PART-SLOT = 0
             PERFORM NOTE-ORPHAN-CODE
            ELSE
             ADD 1 TO PT-COUNTERS(I-PART-SLOT)
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    SERINREG - the receive side's high-water marks
      *    /////////////////////////////////////////////////////////////
           WALK-SERIAL-REGISTER.
            MOVE "SERINREG" TO STR-WALK-FILE
            MOVE "REGORPH"  TO STR-WALK-RULE
            MOVE "WARNING"  TO STR-WALK-SEV
            MOVE "INBOUND SERIAL MARK FOR A PARTNER NOT ON PARTFILE"
                TO STR-WALK-TEXT
            MOVE 0 TO I-ORPHAN-COUNT
            MOVE 0 TO I-ORPHAN-LOST

            OPEN INPUT SERIAL-REG
            IF STR-SOURCE-STATUS NOT = "00"
             PERFORM NOTE-FILE-NOT-READ
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM READ-ONE-REGISTER-ROW UNTIL I-AT-EOF
            CLOSE SERIAL-REG
            PERFORM WRITE-WALK-ORPHANS.

           READ-ONE-REGISTER-ROW.
            READ SERIAL-REG
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR SG-PARTNER = SPACES
             EXIT PARAGRAPH
            END-IF

            MOVE SG-PARTNER TO STR-FIND-PARTNER
            PERFORM FIND-PARTNER-SLOT
            IF I-PART-SLOT = 0
             PERFORM NOTE-ORPHAN-CODE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    PARTSTAT - statistics posted under a code PARTFILE no
      *    longer knows, which STATRPT will go on summing
      *    /////////////////////////////////////////////////////////////
           WALK-PARTNER-STATISTICS.
            MOVE "PARTSTAT" TO STR-WALK-FILE
            MOVE "STATORPH" TO STR-WALK-RULE
            MOVE "WARNING"  TO STR-WALK-SEV
            MOVE "STATISTICS ROWS FOR A PARTNER NOT ON PARTFILE"
                TO STR-WALK-TEXT
            MOVE 0 TO I-ORPHAN-COUNT
            MOVE 0 TO I-ORPHAN-LOST

            OPEN INPUT PARTSTAT-FILE
            IF STR-SOURCE-STATUS NOT = "00"
             PERFORM NOTE-FILE-NOT-READ
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM READ-ONE-STATISTICS-ROW UNTIL I-AT-EOF
            CLOSE PARTSTAT-FILE
            PERFORM WRITE-WALK-ORPHANS.

           READ-ONE-STATISTICS-ROW.
            READ PARTSTAT-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR PS-PARTNER = SPACES
             EXIT PARAGRAPH
            END-IF

            MOVE PS-PARTNER TO STR-FIND-PARTNER
            PERFORM FIND-PARTNER-SLOT
            IF I-PART-SLOT = 0
             PERFORM NOTE-ORPHAN-CODE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    OUTREG - files registered to a partner PARTFILE no
      *    longer knows. Still open ones will never be acknowledged
      *    by anybody, so the aging report carries them for ever
      *    /////////////////////////////////////////////////////////////
           WALK-OUTPUT-REGISTER.
            MOVE "OUTREG"   TO STR-WALK-FILE
            MOVE "OUTORPH"  TO STR-WALK-RULE
            MOVE "WARNING"  TO STR-WALK-SEV
            MOVE "OUTPUT FILES REGISTERED TO A PARTNER NOT ON PARTFILE"
                TO STR-WALK-TEXT
            MOVE 0 TO I-ORPHAN-COUNT
            MOVE 0 TO I-ORPHAN-LOST

            OPEN INPUT OUTREG-FILE
            IF STR-SOURCE-STATUS NOT = "00"
             PERFORM NOTE-FILE-NOT-READ
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM READ-ONE-OUTREG-ROW UNTIL I-AT-EOF
            CLOSE OUTREG-FILE
            PERFORM WRITE-WALK-ORPHANS.

           READ-ONE-OUTREG-ROW.
            READ OUTREG-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR OR-PARTNER = SPACES
             EXIT PARAGRAPH
            END-IF

            MOVE OR-PARTNER TO STR-FIND-PARTNER
            PERFORM FIND-PARTNER-SLOT
            IF I-PART-SLOT = 0
             PERFORM NOTE-ORPHAN-CODE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    A file the walk could not open. Absent is reported for
      *    information - a shop that has never received a serial
      *    file has no SERINREG - anything else is an ERROR, since
      *    the file's orphans went unchecked
      *    /////////////////////////////////////////////////////////////
           NOTE-FILE-NOT-READ.
            MOVE STR-WALK-FILE TO INT-FILE
            MOVE SPACES        TO INT-PARTNER
            MOVE SPACES        TO INT-DETAIL
            IF STR-SOURCE-STATUS = "35"
             MOVE "INFO"     TO INT-SEVERITY
             MOVE "NOFILE"   TO INT-RULE
             MOVE "FILE NOT ON HAND - NOTHING TO CHECK"
                 TO INT-DETAIL
            ELSE
             MOVE "ERROR"    TO INT-SEVERITY
             MOVE "NOREAD"   TO INT-RULE
             STRING "FILE COULD NOT BE OPENED - STATUS "
                        DELIMITED BY SIZE
                    STR-SOURCE-STATUS DELIMITED BY SIZE
                    " - NOT CHECKED" DELIMITED BY SIZE
                 INTO INT-DETAIL
             END-STRING
            END-IF
            PERFORM WRITE-FINDING-LINE.

      *    /////////////////////////////////////////////////////////////
      *    Tallies one row under a code PARTFILE does not carry
      *    /////////////////////////////////////////////////////////////
           NOTE-ORPHAN-CODE.
            MOVE 0 TO I-ORPHAN-SLOT
            PERFORM MATCH-ONE-ORPHAN
                VARYING I-ORPHAN-ITER FROM 1 BY 1
                UNTIL I-ORPHAN-ITER > I-ORPHAN-COUNT
                   OR I-ORPHAN-SLOT > 0

            IF I-ORPHAN-SLOT = 0
             IF I-ORPHAN-COUNT NOT < 200
              ADD 1 TO I-ORPHAN-LOST
              EXIT PARAGRAPH
             END-IF
             ADD 1 TO I-ORPHAN-COUNT
             MOVE I-ORPHAN-COUNT   TO I-ORPHAN-SLOT
             MOVE STR-FIND-PARTNER TO OT-CODE(I-ORPHAN-SLOT)
             MOVE 0 TO OT-ROWS(I-ORPHAN-SLOT)
            END-IF
            ADD 1 TO OT-ROWS(I-ORPHAN-SLOT).

           MATCH-ONE-ORPHAN.
            IF OT-CODE(I-ORPHAN-ITER) = STR-FIND-PARTNER
             MOVE I-ORPHAN-ITER TO I-ORPHAN-SLOT
            END-IF.

           WRITE-WALK-ORPHANS.
            PERFORM WRITE-ONE-ORPHAN
                VARYING I-ORPHAN-ITER FROM 1 BY 1
                UNTIL I-ORPHAN-ITER > I-ORPHAN-COUNT

            IF I-ORPHAN-LOST > 0
             MOVE STR-WALK-SEV  TO INT-SEVERITY
             MOVE STR-WALK-RULE TO INT-RULE
             MOVE STR-WALK-FILE TO INT-FILE
             MOVE SPACES        TO INT-PARTNER
             MOVE I-ORPHAN-LOST TO I-EDIT-COUNT
             MOVE SPACES        TO INT-DETAIL
             STRING "MORE UNKNOWN PARTNERS THAN THE REPORT LISTS - "
                        DELIMITED BY SIZE
                    I-EDIT-COUNT DELIMITED BY SIZE
                    " FURTHER ROW(S)" DELIMITED BY SIZE
                 INTO INT-DETAIL
             END-STRING
             PERFORM WRITE-FINDING-LINE
            END-IF.

           WRITE-ONE-ORPHAN.
            MOVE STR-WALK-SEV  TO INT-SEVERITY
            MOVE STR-WALK-RULE TO INT-RULE
            MOVE STR-WALK-FILE TO INT-FILE
            MOVE OT-CODE(I-ORPHAN-ITER) TO INT-PARTNER
            MOVE OT-ROWS(I-ORPHAN-ITER) TO I-EDIT-COUNT
            MOVE SPACES        TO INT-DETAIL
            STRING STR-WALK-TEXT DELIMITED BY "  "
                   " -" DELIMITED BY SIZE
                   I-EDIT-COUNT DELIMITED BY SIZE
                   " ROW(S)" DELIMITED BY SIZE
                INTO INT-DETAIL
            END-STRING
            PERFORM WRITE-FINDING-LINE.

      *    /////////////////////////////////////////////////////////////
      *    What the walks found for one partner - a serial partner
      *    with no counter to stamp from, or with two, and a
      *    partner the run calendar never schedules. Judged once
      *    per partner, on the first slot, where the counts are
      *    /////////////////////////////////////////////////////////////
           JUDGE-ONE-PARTNER.
            IF PT-FIRST-SLOT(I-PART-ITER) NOT = I-PART-ITER
             EXIT PARAGRAPH
            END-IF

            MOVE PT-CODE(I-PART-ITER) TO INT-PARTNER
            MOVE "SERIALF" TO INT-FILE

            IF PT-WANTS-SERIAL(I-PART-ITER) = "Y"
                  AND PT-COUNTERS(I-PART-ITER) = 0
             MOVE "ERROR"   TO INT-SEVERITY
             MOVE "SERNONE" TO INT-RULE
             MOVE "PROFILE CARRIES SERIALS BUT HAS NO SERIALF COUNTER"
                 TO INT-DETAIL
             PERFORM WRITE-FINDING-LINE
            END-IF

            IF PT-COUNTERS(I-PART-ITER) > 1
             MOVE "ERROR"   TO INT-SEVERITY
             MOVE "SERDUP"  TO INT-RULE
             MOVE PT-COUNTERS(I-PART-ITER) TO I-EDIT-COUNT
             MOVE SPACES TO INT-DETAIL
             STRING "SERIALF HOLDS" DELIMITED BY SIZE
                    I-EDIT-COUNT DELIMITED BY SIZE
                    " COUNTERS FOR THE PARTNER - SERIALS WILL BE "
                        DELIMITED BY SIZE
                    "REISSUED" DELIMITED BY SIZE
                 INTO INT-DETAIL
             END-STRING
             PERFORM WRITE-FINDING-LINE
            END-IF

            IF PT-CAL-ROWS(I-PART-ITER) = 0
             MOVE "INFO"    TO INT-SEVERITY
             MOVE "CALNONE" TO INT-RULE
             MOVE "RUNCAL"  TO INT-FILE
             MOVE "PARTNER IS NEVER SCHEDULED ON THE RUN CALENDAR"
                 TO INT-DETAIL
             PERFORM WRITE-FINDING-LINE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Forward key coverage. Each key-of-the-day type in use
      *    is asked for, date by date, through the same lookups
      *    the cipher runs use - SHIFT=00 Caesar against KEYSTORE,
      *    AFFA=00 affine and blank-TRKEY Playfair against
      *    TKEYSTOR - and every profile version in force or
      *    scheduled that relies on a type is charged with the
      *    gaps on the dates it will be the version in force
      *    /////////////////////////////////////////////////////////////
           CHECK-FORWARD-KEYS.
            PERFORM COUNT-ONE-KEYOFDAY-USER
                VARYING I-PART-ITER FROM 1 BY 1
                UNTIL I-PART-ITER > I-PART-COUNT

            IF I-CAESAR-USERS = 0 AND I-AFFINE-USERS = 0
                  AND I-PLAYFAIR-USERS = 0
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-DAYS-CHECKED
            PERFORM CHECK-ONE-FORWARD-DATE
                VARYING I-DAY-ITER FROM 0 BY 1
                UNTIL I-DAY-ITER > I-HORIZON-DAYS

            PERFORM REPORT-ONE-KEY-GAP
                VARYING I-PART-ITER FROM 1 BY 1
                UNTIL I-PART-ITER > I-PART-COUNT.

           COUNT-ONE-KEYOFDAY-USER.
            PERFORM SET-VERSION-GAP-TYPE
            EVALUATE TRUE
             WHEN I-GAP-CAESAR
              ADD 1 TO I-CAESAR-USERS
             WHEN I-GAP-AFFINE
              ADD 1 TO I-AFFINE-USERS
             WHEN I-GAP-PLAYFAIR
              ADD 1 TO I-PLAYFAIR-USERS
            END-EVALUATE.

      *    Which key-of-the-day type a version relies on, if any -
      *    space for a superseded version or a stated key
           SET-VERSION-GAP-TYPE.
            MOVE SPACE TO C-GAP-TYPE
            IF PT-SUPERSEDED(I-PART-ITER)
             EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
             WHEN PT-CIPHER(I-PART-ITER) = "CAESAR"
                  AND PT-SHIFT(I-PART-ITER) = "00"
              SET I-GAP-CAESAR TO TRUE
             WHEN PT-CIPHER(I-PART-ITER) = "AFFINE"
                  AND PT-AFFA(I-PART-ITER) = "00"
              SET I-GAP-AFFINE TO TRUE
             WHEN PT-CIPHER(I-PART-ITER) = "PLAYFAIR"
                  AND PT-TRKEY(I-PART-ITER) = SPACES
              SET I-GAP-PLAYFAIR TO TRUE
            END-EVALUATE.

           CHECK-ONE-FORWARD-DATE.
            COMPUTE I-DATE-INT =
                FUNCTION INTEGER-OF-DATE(I-PROC-DATE-NUM) + I-DAY-ITER
            COMPUTE I-CHECK-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(I-DATE-INT)
            MOVE I-CHECK-DATE-NUM TO STR-CHECK-DATE
            ADD 1 TO I-DAYS-CHECKED
            MOVE STR-CHECK-DATE TO DT-DATE(I-DAYS-CHECKED)
            MOVE 0 TO DT-CAESAR-GAP(I-DAYS-CHECKED)
            MOVE 0 TO DT-AFFINE-GAP(I-DAYS-CHECKED)
            MOVE 0 TO DT-PLAYFAIR-GAP(I-DAYS-CHECKED)

            IF I-CAESAR-USERS > 0
             CALL "KEY-LOOKUP-DATE" USING STR-CHECK-DATE,
                                          I-DATE-SHIFT, I-KEY-FOUND
             IF I-KEY-FOUND NOT = 1
              MOVE 1 TO DT-CAESAR-GAP(I-DAYS-CHECKED)
             END-IF
            END-IF

      *     An affine entry whose 'a' is zero is no pair at all -
      *     the run would read it as asking for the pair of the day
            IF I-AFFINE-USERS > 0
             MOVE "AFFINE" TO STR-TYPED-CIPHER
             CALL "TYPED-KEY-LOOKUP" USING
                 STR-CHECK-DATE, STR-TYPED-CIPHER,
                 STR-TYPED-KEYWORD, I-TYPED-KWLEN,
                 I-TYPED-AFFA, I-TYPED-AFFB, I-TYPED-FOUND
             IF I-TYPED-FOUND NOT = 1 OR I-TYPED-AFFA = 0
              MOVE 1 TO DT-AFFINE-GAP(I-DAYS-CHECKED)
             END-IF
            END-IF

            IF I-PLAYFAIR-USERS > 0
             MOVE "PLAYFAIR" TO STR-TYPED-CIPHER
             CALL "TYPED-KEY-LOOKUP" USING
                 STR-CHECK-DATE, STR-TYPED-CIPHER,
                 STR-TYPED-KEYWORD, I-TYPED-KWLEN,
                 I-TYPED-AFFA, I-TYPED-AFFB, I-TYPED-FOUND
             IF I-TYPED-FOUND NOT = 1 OR I-TYPED-KWLEN = 0
              MOVE 1 TO DT-PLAYFAIR-GAP(I-DAYS-CHECKED)
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Charges one version with the gaps on the dates it is in
      *    force - from its effective date (the horizon's start
      *    for the version in force today) up to the partner's
      *    next version
      *    /////////////////////////////////////////////////////////////
           REPORT-ONE-KEY-GAP.
            PERFORM SET-VERSION-GAP-TYPE
            IF C-GAP-TYPE = SPACE
             EXIT PARAGRAPH
            END-IF

            MOVE PT-CODE(I-PART-ITER) TO STR-FIND-PARTNER
            MOVE HIGH-VALUES TO STR-NEXT-EFF-DATE
            PERFORM FIND-NEXT-VERSION-DATE
                VARYING I-PART-SCAN FROM 1 BY 1
                UNTIL I-PART-SCAN > I-PART-COUNT

            MOVE 0      TO I-SPAN-DAYS
            MOVE 0      TO I-SPAN-GAPS
            MOVE SPACES TO STR-SPAN-FIRST
            PERFORM CHARGE-ONE-DAY
                VARYING I-DAY-SLOT FROM 1 BY 1
                UNTIL I-DAY-SLOT > I-DAYS-CHECKED

            IF I-SPAN-GAPS = 0
             EXIT PARAGRAPH
            END-IF

            MOVE "ERROR"   TO INT-SEVERITY
            MOVE "KEYGAP"  TO INT-RULE
            MOVE PT-CODE(I-PART-ITER) TO INT-PARTNER
            MOVE I-SPAN-DAYS TO I-EDIT-DAYS
            MOVE I-SPAN-GAPS TO I-EDIT-GAPS
            MOVE SPACES TO INT-DETAIL
            EVALUATE TRUE
             WHEN I-GAP-CAESAR
              MOVE "KEYSTORE" TO INT-FILE
              MOVE "CAESAR KEY OF THE DAY MISSING OR COMPROMISED ON"
                  TO STR-WALK-TEXT
             WHEN I-GAP-AFFINE
              MOVE "TKEYSTOR" TO INT-FILE
              MOVE "NO AFFINE PAIR OF THE DAY ON" TO STR-WALK-TEXT
             WHEN OTHER
              MOVE "TKEYSTOR" TO INT-FILE
              MOVE "NO PLAYFAIR KEYWORD OF THE DAY ON"
                  TO STR-WALK-TEXT
            END-EVALUATE
            MOVE 1 TO I-DETAIL-PTR
            STRING STR-WALK-TEXT DELIMITED BY "  "
                   I-EDIT-GAPS DELIMITED BY SIZE
                   " OF" DELIMITED BY SIZE
                   I-EDIT-DAYS DELIMITED BY SIZE
                   " DAYS - FIRST " DELIMITED BY SIZE
                   STR-SPAN-FIRST DELIMITED BY SIZE
                INTO INT-DETAIL
                WITH POINTER I-DETAIL-PTR
            END-STRING
            IF PT-SCHEDULED(I-PART-ITER)
             STRING " - VERSION OF " DELIMITED BY SIZE
                    PT-EFF-DATE(I-PART-ITER) DELIMITED BY SIZE
                 INTO INT-DETAIL
                 WITH POINTER I-DETAIL-PTR
             END-STRING
            END-IF
            PERFORM WRITE-FINDING-LINE.

           FIND-NEXT-VERSION-DATE.
            IF PT-CODE(I-PART-SCAN) = STR-FIND-PARTNER
                  AND PT-EFF-DATE(I-PART-SCAN)
                      > PT-EFF-DATE(I-PART-ITER)
                  AND PT-EFF-DATE(I-PART-SCAN) < STR-NEXT-EFF-DATE
             MOVE PT-EFF-DATE(I-PART-SCAN) TO STR-NEXT-EFF-DATE
            END-IF.

           CHARGE-ONE-DAY.
            IF DT-DATE(I-DAY-SLOT) < PT-EFF-DATE(I-PART-ITER)
                  OR DT-DATE(I-DAY-SLOT) NOT < STR-NEXT-EFF-DATE
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-SPAN-DAYS
            IF (I-GAP-CAESAR AND DT-CAESAR-GAP(I-DAY-SLOT) = 1)
                  OR (I-GAP-AFFINE AND DT-AFFINE-GAP(I-DAY-SLOT) = 1)
                  OR (I-GAP-PLAYFAIR
                      AND DT-PLAYFAIR-GAP(I-DAY-SLOT) = 1)
             ADD 1 TO I-SPAN-GAPS
             IF STR-SPAN-FIRST = SPACES
              MOVE DT-DATE(I-DAY-SLOT) TO STR-SPAN-FIRST
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Looks a partner code up in the PARTFILE table; slot 0
      *    when PARTFILE does not carry it
      *    /////////////////////////////////////////////////////////////
           FIND-PARTNER-SLOT.
            MOVE 0 TO I-PART-SLOT
            PERFORM MATCH-ONE-PARTNER
                VARYING I-PART-SCAN FROM 1 BY 1
                UNTIL I-PART-SCAN > I-PART-COUNT
                   OR I-PART-SLOT > 0.

           MATCH-ONE-PARTNER.
            IF PT-CODE(I-PART-SCAN) = STR-FIND-PARTNER
             MOVE I-PART-SCAN TO I-PART-SLOT
            END-IF.

      *    The first slot holding one version - code and effective
      *    date both
           FIND-VERSION-SLOT.
            MOVE 0 TO I-PART-SLOT
            PERFORM MATCH-ONE-VERSION
                VARYING I-PART-SCAN FROM 1 BY 1
                UNTIL I-PART-SCAN > I-PART-COUNT
                   OR I-PART-SLOT > 0.

           MATCH-ONE-VERSION.
            IF PT-CODE(I-PART-SCAN) = STR-FIND-PARTNER
                  AND PT-EFF-DATE(I-PART-SCAN) = STR-FIND-EFF-DATE
             MOVE I-PART-SCAN TO I-PART-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Writes one finding and counts it under its severity
      *    /////////////////////////////////////////////////////////////
           WRITE-FINDING-LINE.
            EVALUATE INT-SEVERITY
             WHEN "ERROR"
              ADD 1 TO I-ERROR-COUNT
             WHEN "WARNING"
              ADD 1 TO I-WARNING-COUNT
             WHEN OTHER
              ADD 1 TO I-INFO-COUNT
            END-EVALUATE
            WRITE REC-INTEG-RPT FROM STR-INT-FIND-LINE.

           END PROGRAM INTEGCHK.
