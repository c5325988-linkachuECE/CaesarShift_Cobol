      *    // driver's scheme: 0 clean, 4 warnings, 8 any reconcile/
      *    // shift fault or a file that could not be run, 12 no
      *    // manifest.
      *    // Production traffic runs only for a partner LIVE on the
      *    // PARTLIFE lifecycle register: a SUSPENDED partner's row
      *    // is held - its input is left untouched for a later run
      *    // and the night ends RC=4 - and a row for a partner not
      *    // yet LIVE, or RETIRED, is faulted like a bad profile.
      *    // An outbound record may carry a priority class in a
      *    // " PRI=x" tail at bytes 101-106 - R routine (also what
      *    // a record with no tail is), P priority, F flash. Flash
      *    // traffic cannot wait for the night: answering F to the
      *    // restart prompt makes this a flash run, started by hand
      *    // at any hour, that takes only the flash-class records
      *    // from every encrypt partner's manifest inputs into one
      *    // new generation of CIPHER.<partner>.FLASH, files it on
      *    // OUTREG the moment it is cut, and files each record on
      *    // the FLASHREG flash register - the nightly run passes
      *    // over a record it finds there rather than send it twice.
      *    // Either run ends with each partner's routine and
      *    // expedited (priority and flash) volumes on the summary.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. CIPHMANY.

               05 FILLER         PIC X(1).
               05 MF-PARTNER     PIC X(8).

      *    As wide as the output - a decrypt row's input carries the
      *    integrity and serial tails past the 100-byte content, an
      *    encrypt row's input may carry the priority-class tail
             FD  MANY-IN.
             01 REC-MANY-IN      PIC X(121).

      *    Wide enough for a fully tailed record - 100 bytes of
      *    content, the " CHK=nnnn" integrity tail, and the
               05 RS-EXCEPTION-COUNT PIC 9(6).
               05 RS-UNCHANGED-COUNT PIC 9(6).
               05 RS-FAULTED-FILES PIC 999.
               05 RS-GRAND-HELD    PIC 9(6).
               05 RS-HELD-FILES    PIC 999.
      *    Behind it, one line per partner with the class volumes
      *    the completed files carried
             01 REC-RESTART-PARTNER.
               05 RP-TAG           PIC X(1).
               05 RP-PARTNER       PIC X(8).
               05 RP-ROUTINE       PIC 9(6).
               05 RP-PRIORITY      PIC 9(6).
               05 RP-FLASH         PIC 9(6).
               05 RP-BYFLASH       PIC 9(6).

             FD  SUMMARY-RPT.
             01 REC-SUMMARY      PIC X(132).

             01 C-RESTART-MODE   PIC X(1).
               88 I-DO-RESTART        VALUE "Y" "y".
               88 I-FLASH-RUN         VALUE "F" "f".

      *    The run's processing date - a stated business day rides
      *    into BUSINESS-DATE for key resolution and every stamp
             01 C-PROCDATE-GET   PIC X(1) VALUE "G".
             01 STR-PROC-DATE    PIC X(8).

      *    Key-usage ceiling fields - an encrypt row under the key
      *    of the day counts its messages against that key's
      *    KEYLIMIT ceiling through KEY-USAGE, checked before the
      *    file's first record and bumped when the file closes
             01 I-KEYUSE-TRACKED PIC 9 VALUE 0.
             01 C-KEYUSE-FUNC    PIC X(1).
             01 STR-KEYUSE-CIPHER PIC X(8).
             01 I-KEYUSE-RUN-COUNT PIC 9(7) VALUE 0.
             01 I-KEYUSE-USED    PIC 9(7).
             01 I-KEYUSE-WARN    PIC 9(7).
             01 I-KEYUSE-CEILING PIC 9(7).
             01 I-KEYUSE-HEADROOM PIC 9(7).
             01 I-KEYUSE-STATUS  PIC 9 VALUE 0.
             01 I-KEYUSE-STOPPED PIC 9 VALUE 0.
             01 I-KEYUSE-WARNED  PIC 9 VALUE 0.

      *    Key-distribution fields - an encrypt row under the key
      *    of the day asks KEY-DIST-CHECK whether the partner ever
      *    confirmed receipt of that key; one that did not is
      *    warned and ends the run RC=4, the records still go
             01 I-KEYDIST-STATUS PIC 9.
               88 I-KEYDIST-CONFIRMED VALUE 0.
               88 I-KEYDIST-AWAITING  VALUE 1.
               88 I-KEYDIST-UNSENT    VALUE 2.
               88 I-KEYDIST-CHANGED   VALUE 3.
             01 I-KEYDIST-WARNED PIC 9 VALUE 0.

      *    The manifest row being worked, held across the file loop
             01 STR-CURR-INDSN   PIC X(44).
             01 STR-CURR-OUTDSN  PIC X(44).
             01 STR-CURR-PARTNER PIC X(8).
             01 I-FILE-NUM       PIC 999 VALUE 0.

      *    Generation-catalog fields - each manifest output goes out
      *    as a new generation of its MF-OUTDSN base through
      *    GEN-CATALOG, and that generation is what the register
      *    carries
             01 C-GEN-FUNC       PIC X(1).
             01 STR-GEN-SELECT   PIC X(8) VALUE SPACES.
             01 STR-GEN-RUN-ID   PIC X(14).
             01 STR-GEN-DSN      PIC X(44).
             01 I-GEN-NUMBER     PIC 9(4) VALUE 0.
             01 I-GEN-STATUS     PIC 9 VALUE 0.
             01 I-DONE-FILES     PIC 999 VALUE 0.

      *    The working file's option set, resolved from the partner
               88 I-CIPHER-ATBASH     VALUE "ATBASH".
               88 I-CIPHER-AFFINE     VALUE "AFFINE".
               88 I-CIPHER-TRANSPOS   VALUE "TRANSPOS".
               88 I-CIPHER-PLAYFAIR   VALUE "PLAYFAIR".
             01 I-AFFINE-A       PIC 99.
             01 I-AFFINE-B       PIC 99.
             01 STR-AFFINE-PROBE PIC X(100) VALUE "A".
             01 STR-TR-KEYWORD   PIC X(10).
             01 I-TR-KEYLEN      PIC 99.

      *    Playfair key fields - the profile's TRKEY, or with it
      *    blank the typed schedule's keyword of the day
             01 STR-PF-KEYWORD   PIC X(16).
             01 I-PF-KEYLEN      PIC 99.
             01 I-PLAYFAIR-KEYOFDAY PIC 9.
             01 I-TYPED-AFFA     PIC 99.
             01 I-TYPED-AFFB     PIC 99.

      *    Per-record integrity check fields - a profile with
      *    PF-CHECKVAL=Y has each encrypt output record stamped
      *    with a RECORD-CHECK value in the " CHK=nnnn" tail at
             01 I-CLASS-IC       PIC 9V9999.
             01 I-PLAIN-PCT      PIC 999.

      *    Lifecycle fields - the row partner's PARTLIFE line, and
      *    the rows held for a SUSPENDED partner
             COPY "partlife.cpy".
             01 C-STATE-GET      PIC X(1) VALUE "G".
             01 I-STATE-FOUND    PIC 9.
             01 I-HELD-FILES     PIC 999  VALUE 0.

      *    Grand totals across every file in the manifest
             01 I-GRAND-RECORDS  PIC 9(6) VALUE 0.
             01 I-GRAND-PASS     PIC 9(6) VALUE 0.
             01 I-GRAND-WRAP     PIC 9(6) VALUE 0.
             01 I-GRAND-REJ      PIC 9(6) VALUE 0.
             01 I-GRAND-HELD     PIC 9(6) VALUE 0.

      *    Restricted-content screening fields - an encrypt row
      *    passes every record through CONTENT-SCREEN for the
      *    row's partner before the cipher sees it; a record
      *    matching a SCRNTERM term goes on SCRNHOLD through
      *    SCREEN-HOLD instead of being enciphered, and the
      *    records an operator has released for that partner since
      *    the last run go out behind the file's own input
             01 I-SCREEN-ACTIVE  PIC 9    VALUE 0.
             01 I-SCREEN-STATUS  PIC 9.
             01 I-RECORD-HELD    PIC 9    VALUE 0.
             01 STR-SCREEN-TEXT  PIC X(1000).
             01 STR-SCREEN-TERM  PIC X(40).
             01 I-SCREEN-LEN     PIC 9(4) VALUE 100.
             01 C-SH-FUNC        PIC X(1).
             01 I-SH-STATUS      PIC 9.
             01 I-FROM-RELEASE   PIC 9    VALUE 0.
             01 I-FEEDING-RELEASES PIC 9  VALUE 0.
             01 I-RELEASED-FED   PIC 9(6) VALUE 0.
             01 STR-SCREEN-LOG-NAME PIC X(16).
             01 I-SCREEN-LOG-LEN PIC 999  VALUE 100.
             01 I-SCREEN-LOG-SHIFT PIC S99 VALUE 0.
             01 I-SCREEN-LOG-FLAG PIC 9.
             COPY "scrnhold.cpy".

      *    Outbound duplicate fields - a record the screen passed
      *    is checked against the row partner's plaintext
      *    fingerprints on DUPREG through DUP-REGISTER; one already
      *    sent inside the partner's DUPLIMIT window - the same
      *    input listed on two nights' manifests - goes on SCRNHOLD
      *    as a duplicate instead of being enciphered, and only an
      *    operator's release through SCREEN-REVIEW sends it again.
      *    Every record that does go out leaves its fingerprint.
             01 C-DR-FUNC        PIC X(1).
             01 I-DR-STATUS      PIC 9.
             01 I-DUP-MATCHED    PIC 9    VALUE 0.
             01 I-DUP-TROUBLE    PIC 9    VALUE 0.
             01 I-DUP-LEN        PIC 9(4) VALUE 100.
             COPY "duprec.cpy".

      *    Priority-class fields - the class off the record's
      *    " PRI=x" tail, and the file's ciphered records by class.
      *    An encrypt record past its class is tallied against its
      *    partner; a flash record a flash run already filed on
      *    FLASHREG is passed over and tallied as already flashed.
             01 C-RECORD-CLASS   PIC X(1).
               88 I-CLASS-ROUTINE     VALUE "R".
               88 I-CLASS-PRIORITY    VALUE "P".
               88 I-CLASS-FLASH       VALUE "F".
             01 I-PASSED-OVER    PIC 9    VALUE 0.
             01 I-FILE-ROUTINE   PIC 9(6).
             01 I-FILE-PRIORITY  PIC 9(6).
             01 I-FILE-FLASH     PIC 9(6).
             01 I-FILE-BYFLASH   PIC 9(6).

      *    Class volumes per partner across the run - carried on
      *    the checkpoint behind the grand tallies
             01 I-PT-COUNT       PIC 999  VALUE 0.
             01 PARTNER-TALLY-TABLE.
               05 PT-ENTRY       OCCURS 200 TIMES.
                 10 PT-PARTNER   PIC X(8).
                 10 PT-ROUTINE   PIC 9(6).
                 10 PT-PRIORITY  PIC 9(6).
                 10 PT-FLASH     PIC 9(6).
                 10 PT-BYFLASH   PIC 9(6).
             01 I-PT-ITER        PIC 999.
             01 I-PT-SLOT        PIC 999.
             01 I-PT-NOTED       PIC 9    VALUE 0.
             01 I-GRAND-ROUTINE  PIC 9(6) VALUE 0.
             01 I-GRAND-PRIORITY PIC 9(6) VALUE 0.
             01 I-GRAND-FLASH    PIC 9(6) VALUE 0.
             01 I-GRAND-BYFLASH  PIC 9(6) VALUE 0.

      *    Flash-register fields - a flash record is looked for on
      *    FLASHREG by its input, record number and content fold
             01 C-FR-FUNC        PIC X(1).
             01 I-FR-STATUS      PIC 9.
             01 I-FR-TROUBLE     PIC 9    VALUE 0.
             COPY "flashrec.cpy".

      *    Flash-run fields - the manifest is taken whole so every
      *    row for a partner feeds that partner's one flash file.
      *    The generation is only cut when the first flash record
      *    turns up, and what the file took is filed on FLASHREG,
      *    and the fingerprints of what it sent on DUPREG, only
      *    once the file is complete and on OUTREG, so a run that
      *    dies part way, or a file the key's ceiling cut short,
      *    leaves its records to the night.
             01 I-FM-COUNT       PIC 999  VALUE 0.
             01 FLASH-MANIFEST-TABLE.
               05 FM-ENTRY       OCCURS 200 TIMES.
                 10 FM-INDSN     PIC X(44).
                 10 FM-PARTNER   PIC X(8).
                 10 FM-TAKEN     PIC X(1).
             01 I-FM-ITER        PIC 999.
             01 I-FM-SCAN        PIC 999.
             01 STR-FLASH-BASE   PIC X(44).
             01 I-FLASH-OUT-OPEN PIC 9    VALUE 0.
             01 I-FLASH-OUT-FAILED PIC 9  VALUE 0.
             01 I-FLASH-SENT     PIC 9    VALUE 0.
             01 I-PEND-COUNT     PIC 9(4) VALUE 0.
             01 I-PEND-FULL      PIC 9    VALUE 0.
             01 FLASH-PENDING-TABLE.
               05 PD-ENTRY       OCCURS 2000 TIMES.
                 10 PD-INDSN     PIC X(44).
                 10 PD-REC-NUM   PIC 9(6).
                 10 PD-CHECK     PIC 9(4).
                 10 PD-DISP      PIC X(1).
                 10 PD-TEXT      PIC X(100).
             01 I-PEND-ITER      PIC 9(4).
             01 I-PEND-SCAN      PIC 9(4).

             01 STR-REJECT-LINE.
               05 FILLER         PIC X(5) VALUE "FILE=".
               05 SUM-WRAP       PIC 9(6).
               05 FILLER         PIC X(9)  VALUE " REJECTS=".
               05 SUM-REJ        PIC 9(6).
               05 FILLER         PIC X(6)  VALUE " HELD=".
               05 SUM-HELD       PIC 9(6).

             01 STR-SUM-FAULT-LINE.
               05 FILLER         PIC X(5)  VALUE "FILE=".
               05 FILLER         PIC X(9)  VALUE " FAULT - ".
               05 FLT-TEXT       PIC X(115).

             01 STR-SUM-HOLD-LINE.
               05 FILLER         PIC X(5)  VALUE "FILE=".
               05 HLD-FILE-NUM   PIC 999.
               05 FILLER         PIC X(8)  VALUE " HELD - ".
               05 HLD-TEXT       PIC X(116).

             01 STR-SUM-GRAND-LINE.
               05 FILLER         PIC X(14)
                   VALUE "GRAND RECORDS=".
               05 GND-REJ        PIC 9(6).
               05 FILLER         PIC X(7)  VALUE " FILES=".
               05 GND-FILES      PIC 999.
               05 FILLER         PIC X(6)  VALUE " HELD=".
               05 GND-HELD       PIC 9(6).
               05 FILLER         PIC X(12) VALUE " HELD FILES=".
               05 GND-HELD-FILES PIC 999.
               05 FILLER         PIC X(32) VALUE SPACES.

      *    Flash-run summary - one line per partner flash file
             01 STR-FLASH-HEADER PIC X(132)
                 VALUE "MANIFEST FLASH CIPHER SUMMARY".

             01 STR-SUM-FLASH-LINE.
               05 FILLER         PIC X(5)  VALUE "FILE=".
               05 FSH-FILE-NUM   PIC 999.
               05 FILLER         PIC X(11) VALUE " FLASH OUT=".
               05 FSH-DSN        PIC X(44).
               05 FILLER         PIC X(9)  VALUE " PARTNER=".
               05 FSH-PARTNER    PIC X(8).
               05 FILLER         PIC X(9)  VALUE " RECORDS=".
               05 FSH-RECORDS    PIC 9(6).
               05 FILLER         PIC X(9)  VALUE " REJECTS=".
               05 FSH-REJ        PIC 9(6).
               05 FILLER         PIC X(6)  VALUE " HELD=".
               05 FSH-HELD       PIC 9(6).
               05 FILLER         PIC X(8)  VALUE " OUTREG=".
               05 FSH-OUTREG     PIC X(1).

      *    Outbound volume by priority class, per partner and for
      *    the run - expedited is priority and flash together
             01 STR-CLASS-HEADER PIC X(132)
                 VALUE "OUTBOUND VOLUME BY PRIORITY CLASS".

             01 STR-SUM-CLASS-LINE.
               05 CL-LABEL       PIC X(8).
               05 CL-PARTNER     PIC X(8).
               05 FILLER         PIC X(9)  VALUE " ROUTINE=".
               05 CL-ROUTINE     PIC 9(6).
               05 FILLER         PIC X(11) VALUE " EXPEDITED=".
               05 CL-EXPEDITED   PIC 9(6).
               05 FILLER         PIC X(10) VALUE " PRIORITY=".
               05 CL-PRIORITY    PIC 9(6).
               05 FILLER         PIC X(7)  VALUE " FLASH=".
               05 CL-FLASH       PIC 9(6).
               05 FILLER         PIC X(17) VALUE " ALREADY FLASHED=".
               05 CL-BYFLASH     PIC 9(6).

      *    Batch logging-mode plumbing - the whole manifest runs
      *    under one CIPHERLOG open instead of one per record
      *    RESTARTM checkpoint, the PARTFILE it reads profiles
      *    from mid-manifest, and the KEYSTORE it reads keys from
      *    mid-file, so PARTADM and KEYADMIN cannot rewrite either
      *    out from under a running night, and the SCRNHOLD file
      *    it holds screened records on, so a screening review
      *    cannot rewrite it under the run, and the DUPREG
      *    duplicate register it checks and purges, and the FLASHREG
      *    flash register - which also keeps a flash run and the
      *    night from ever running at once
             01 C-LOCK-FUNC      PIC X(1).
             01 STR-LOCK-RESOURCE PIC X(8).
             01 STR-LOCK-PROGRAM PIC X(8) VALUE "CIPHMANY".
               05 FILLER         PIC X(8) VALUE "RESTARTM".
               05 FILLER         PIC X(8) VALUE "PARTFILE".
               05 FILLER         PIC X(8) VALUE "KEYSTORE".
               05 FILLER         PIC X(8) VALUE "SCRNHOLD".
               05 FILLER         PIC X(8) VALUE "DUPREG".
               05 FILLER         PIC X(8) VALUE "FLASHREG".
             01 LOCK-RESOURCE-TABLE REDEFINES LOCK-RESOURCE-LIST.
               05 LOCK-RES       PIC X(8) OCCURS 6 TIMES.
             01 I-LOCK-ITER      PIC 9.
             01 I-LOCKS-TAKEN    PIC 9 VALUE 0.
             01 I-LOCK-BACKOUT   PIC 9.

      *    Run-summary identities handed to LOG-RUN-HISTORY
             01 STR-RH-PROGRAM   PIC X(8) VALUE "CIPHMANY".
             01 C-CLOCK-STAMP    PIC X(1) VALUE "S".
             01 STR-RUN-START    PIC X(14).
             01 STR-RH-INPUT     PIC X(8) VALUE "MANIFEST".
             01 STR-RH-OUTPUT    PIC X(8) VALUE "MANYRPT".
             01 I-RUN-RC         PIC 99   VALUE 0.
           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            CALL "CHECK-COLLATE-SEQ" USING I-COLLATE-STATUS

            DISPLAY "CIPHMANY - restart from the checkpoint (Y/N), "
                    "or F for a flash run? "
            ACCEPT C-RESTART-MODE

            DISPLAY "CIPHMANY - processing date (YYYYMMDD, blank "
             OPEN OUTPUT SUMMARY-RPT
             OPEN OUTPUT REJECT-FILE
             OPEN OUTPUT EXCEPTION-RPT
             IF I-FLASH-RUN
              WRITE REC-SUMMARY FROM STR-FLASH-HEADER
             ELSE
              WRITE REC-SUMMARY FROM STR-SUM-HEADER
             END-IF
             WRITE REC-SUMMARY FROM STR-SUM-BLANK
             WRITE REC-EXCEPTION FROM STR-EXCP-HEADER
            END-IF
                STR-LOG-OPEN-FUNC, I-LOG-DUMMY-LEN,
                I-LOG-DUMMY-SHIFT, I-LOG-DUMMY-FLAG

      *    A flash run takes the manifest whole and works it one
      *    partner at a time; the night works it row by row
            IF I-FLASH-RUN
             PERFORM LOAD-ONE-FLASH-ROW
                 UNTIL I-AT-MANIFEST-EOF
             PERFORM FLASH-ONE-PARTNER
                 VARYING I-FM-ITER FROM 1 BY 1
                 UNTIL I-FM-ITER > I-FM-COUNT
            ELSE
             PERFORM PROCESS-ONE-MANIFEST-ROW
                 UNTIL I-AT-MANIFEST-EOF
            END-IF

            PERFORM TERMINATE-MANIFEST-RUN

            MOVE 0   TO I-LOCKS-TAKEN

            PERFORM VARYING I-LOCK-ITER FROM 1 BY 1
                    UNTIL I-LOCK-ITER > 6
             MOVE LOCK-RES(I-LOCK-ITER) TO STR-LOCK-RESOURCE
             CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                   STR-LOCK-PROGRAM, I-LOCK-STATUS
           RELEASE-RUN-LOCKS.
            MOVE "R" TO C-LOCK-FUNC
            PERFORM VARYING I-LOCK-ITER FROM 1 BY 1
                    UNTIL I-LOCK-ITER > 6
             MOVE LOCK-RES(I-LOCK-ITER) TO STR-LOCK-RESOURCE
             CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                   STR-LOCK-PROGRAM, I-LOCK-STATUS
             MOVE RS-EXCEPTION-COUNT TO I-EXCEPTION-COUNT
             MOVE RS-UNCHANGED-COUNT TO I-UNCHANGED-COUNT
             MOVE RS-FAULTED-FILES TO I-FAULTED-FILES
             IF RS-GRAND-HELD IS NUMERIC
              MOVE RS-GRAND-HELD  TO I-GRAND-HELD
             END-IF
             IF RS-HELD-FILES IS NUMERIC
              MOVE RS-HELD-FILES  TO I-HELD-FILES
             END-IF
             PERFORM READ-CHECKPOINT-PARTNER
                 UNTIL STR-RESTART-STATUS NOT = "00"
             CLOSE RESTART-FILE
            END-IF.

      *    A checkpoint written before the class volumes were kept
      *    simply ends after its first line
           READ-CHECKPOINT-PARTNER.
            READ RESTART-FILE
                AT END CONTINUE
            END-READ
            IF STR-RESTART-STATUS = "00" AND RP-TAG = "P"
                  AND I-PT-COUNT < 200
             ADD 1 TO I-PT-COUNT
             MOVE RP-PARTNER  TO PT-PARTNER(I-PT-COUNT)
             MOVE RP-ROUTINE  TO PT-ROUTINE(I-PT-COUNT)
             MOVE RP-PRIORITY TO PT-PRIORITY(I-PT-COUNT)
             MOVE RP-FLASH    TO PT-FLASH(I-PT-COUNT)
             MOVE RP-BYFLASH  TO PT-BYFLASH(I-PT-COUNT)
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Records the files completed whole and the grand tallies
      *    they contributed - taken after every finished file, so
            MOVE I-EXCEPTION-COUNT TO RS-EXCEPTION-COUNT
            MOVE I-UNCHANGED-COUNT TO RS-UNCHANGED-COUNT
            MOVE I-FAULTED-FILES TO RS-FAULTED-FILES
            MOVE I-GRAND-HELD    TO RS-GRAND-HELD
            MOVE I-HELD-FILES    TO RS-HELD-FILES
            OPEN OUTPUT RESTART-FILE
            WRITE REC-RESTART
            PERFORM WRITE-CHECKPOINT-PARTNER
                VARYING I-PT-ITER FROM 1 BY 1
                UNTIL I-PT-ITER > I-PT-COUNT
            CLOSE RESTART-FILE.

           WRITE-CHECKPOINT-PARTNER.
            MOVE "P"                     TO RP-TAG
            MOVE PT-PARTNER(I-PT-ITER)   TO RP-PARTNER
            MOVE PT-ROUTINE(I-PT-ITER)   TO RP-ROUTINE
            MOVE PT-PRIORITY(I-PT-ITER)  TO RP-PRIORITY
            MOVE PT-FLASH(I-PT-ITER)     TO RP-FLASH
            MOVE PT-BYFLASH(I-PT-ITER)   TO RP-BYFLASH
            WRITE REC-RESTART-PARTNER.

           PROCESS-ONE-MANIFEST-ROW.
            READ MANIFEST-FILE
                AT END SET I-AT-MANIFEST-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            PERFORM CHECK-PARTNER-LIFECYCLE
            IF I-PROFILE-FOUND NOT = 1
             EXIT PARAGRAPH
            END-IF

            IF PF-SHIFT IS NOT NUMERIC OR PF-SHIFT > "26"
                  OR PF-AFFA IS NOT NUMERIC OR PF-AFFA > "25"
                  OR PF-AFFB IS NOT NUMERIC OR PF-AFFB > "25"
             WHEN "CAESAR"
             WHEN "ATBASH"
             WHEN "AFFINE"
             WHEN "PLAYFAIR"
              CONTINUE
             WHEN "TRANSPOS"
      *       A transposition profile must carry a usable keyword
              END-IF
             END-IF

      *      A blank TRKEY on a Playfair profile asks for the
      *      keyword of the day off the same schedule
             MOVE 0 TO I-PLAYFAIR-KEYOFDAY
             IF I-CIPHER-PLAYFAIR
              IF STR-TR-KEYWORD = SPACES
               MOVE 1 TO I-PLAYFAIR-KEYOFDAY
               MOVE "PLAYFAIR" TO STR-TYPED-CIPHER
               CALL "BUSINESS-DATE" USING C-PROCDATE-GET,
                                          STR-PROC-DATE
               CALL "TYPED-KEY-LOOKUP" USING
                   STR-PROC-DATE, STR-TYPED-CIPHER,
                   STR-TYPED-KEYWORD, I-TYPED-KWLEN,
                   I-TYPED-AFFA, I-TYPED-AFFB, I-TYPED-FOUND
               MOVE "AFFINE" TO STR-TYPED-CIPHER
               IF I-TYPED-FOUND NOT = 1 OR I-TYPED-KWLEN = 0
                MOVE 0 TO I-PROFILE-FOUND
                MOVE "NO PLAYFAIR KEYWORD OF THE DAY ON TYPED STORE"
                    TO FLT-TEXT
                PERFORM WRITE-FAULT-LINE
               END-IF
               MOVE STR-TYPED-KEYWORD TO STR-PF-KEYWORD
               MOVE I-TYPED-KWLEN     TO I-PF-KEYLEN
              ELSE
               MOVE STR-TR-KEYWORD TO STR-PF-KEYWORD
               MOVE I-TR-KEYLEN    TO I-PF-KEYLEN
              END-IF
             END-IF

             IF I-CIPHER-AFFINE AND I-PROFILE-FOUND = 1
              MOVE 1 TO I-INPUT-LEN
              CALL "AFFINE-SHIFT" USING
               PERFORM WRITE-FAULT-LINE
              END-IF
             END-IF
            END-IF

            IF I-PROFILE-FOUND = 1
             PERFORM CHECK-KEY-USAGE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    An encrypt row under the key of the day - the Caesar
      *    shift, the affine pair, or the Playfair keyword - asks
      *    KEY-USAGE how much the key has already carried. A key
      *    at its ceiling faults the row before a record is
      *    ciphered; otherwise the headroom left is what the file
      *    may cipher before it is cut short.
      *    /////////////////////////////////////////////////////////////
           CHECK-KEY-USAGE.
            MOVE 0 TO I-KEYUSE-TRACKED
            MOVE 0 TO I-KEYUSE-STOPPED
            MOVE 0 TO I-KEYUSE-RUN-COUNT

            IF I-MODE-DECRYPT
             EXIT PARAGRAPH
            END-IF

            EVALUATE TRUE
             WHEN I-CIPHER-CAESAR AND I-SHIFT-AMOUNT = 0
              MOVE "CAESAR"   TO STR-KEYUSE-CIPHER
             WHEN I-AFFINE-KEYOFDAY = 1
              MOVE "AFFINE"   TO STR-KEYUSE-CIPHER
             WHEN I-PLAYFAIR-KEYOFDAY = 1
              MOVE "PLAYFAIR" TO STR-KEYUSE-CIPHER
             WHEN OTHER
              EXIT PARAGRAPH
            END-EVALUATE

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET,
                                       STR-PROC-DATE
            MOVE "C" TO C-KEYUSE-FUNC
            CALL "KEY-USAGE" USING
                C-KEYUSE-FUNC, STR-PROC-DATE, STR-KEYUSE-CIPHER,
                I-KEYUSE-RUN-COUNT, I-KEYUSE-USED, I-KEYUSE-WARN,
                I-KEYUSE-CEILING, I-KEYUSE-HEADROOM,
                I-KEYUSE-STATUS

            IF I-KEYUSE-STATUS = 2
             MOVE 0 TO I-PROFILE-FOUND
             MOVE "KEY OF THE DAY IS AT ITS USAGE CEILING"
                 TO FLT-TEXT
             PERFORM WRITE-FAULT-LINE
             EXIT PARAGRAPH
            END-IF

            IF I-KEYUSE-STATUS = 1
             MOVE 1 TO I-KEYUSE-WARNED
             DISPLAY "CIPHMANY - key of the day has carried "
                     I-KEYUSE-USED " messages, past its warning "
                     "threshold of " I-KEYUSE-WARN
            END-IF

            PERFORM CHECK-KEY-DISTRIBUTION

            MOVE 1 TO I-KEYUSE-TRACKED.

      *    /////////////////////////////////////////////////////////////
      *    Warns when the partner never confirmed receipt of the
      *    key the file is about to go out under - they may not be
      *    able to read it. The file still runs; the night ends
      *    RC=4 so KEYDIST's receipts are chased in the morning.
      *    /////////////////////////////////////////////////////////////
           CHECK-KEY-DISTRIBUTION.
            CALL "KEY-DIST-CHECK" USING STR-CURR-PARTNER,
                                        STR-KEYUSE-CIPHER,
                                        STR-PROC-DATE,
                                        I-KEYDIST-STATUS

            EVALUATE TRUE
             WHEN I-KEYDIST-CONFIRMED
              EXIT PARAGRAPH
             WHEN I-KEYDIST-AWAITING
              DISPLAY "CIPHMANY - " STR-CURR-PARTNER " never "
                      "confirmed receipt of the " STR-KEYUSE-CIPHER
                      " key for " STR-PROC-DATE
             WHEN I-KEYDIST-CHANGED
              DISPLAY "CIPHMANY - " STR-CURR-PARTNER " was told a "
                      STR-KEYUSE-CIPHER " key for " STR-PROC-DATE
                      " that the store has since changed"
             WHEN OTHER
              DISPLAY "CIPHMANY - " STR-CURR-PARTNER " was never "
                      "sent the " STR-KEYUSE-CIPHER " key for "
                      STR-PROC-DATE
            END-EVALUATE

            MOVE 1 TO I-KEYDIST-WARNED.

      *    /////////////////////////////////////////////////////////////
      *    Adds the file's messages to the key's running count - the
      *    next row's check then sees them
      *    /////////////////////////////////////////////////////////////
           POST-KEY-USAGE.
            MOVE "B" TO C-KEYUSE-FUNC
            CALL "KEY-USAGE" USING
                C-KEYUSE-FUNC, STR-PROC-DATE, STR-KEYUSE-CIPHER,
                I-KEYUSE-RUN-COUNT, I-KEYUSE-USED, I-KEYUSE-WARN,
                I-KEYUSE-CEILING, I-KEYUSE-HEADROOM,
                I-KEYUSE-STATUS

            IF I-KEYUSE-STATUS = 1
             MOVE 1 TO I-KEYUSE-WARNED
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Refuses production traffic for a partner not LIVE. A
      *    SUSPENDED partner's file is held, not faulted - nothing
      *    is read or written, so the input is still there when
      *    they are LIVE again; any other state is a fault
      *    /////////////////////////////////////////////////////////////
           CHECK-PARTNER-LIFECYCLE.
            CALL "PARTNER-STATE" USING C-STATE-GET, STR-CURR-PARTNER,
                                       REC-PARTLIFE, I-STATE-FOUND

            EVALUATE TRUE
             WHEN PL-IS-LIVE
              CONTINUE
             WHEN PL-IS-SUSPENDED
              MOVE 0 TO I-PROFILE-FOUND
              ADD 1 TO I-HELD-FILES
              MOVE I-FILE-NUM TO HLD-FILE-NUM
              MOVE SPACES TO HLD-TEXT
              STRING "PARTNER " DELIMITED BY SIZE
                     STR-CURR-PARTNER DELIMITED BY SPACE
                     " SUSPENDED SINCE " DELIMITED BY SIZE
                     PL-SINCE DELIMITED BY SIZE
                     " - INPUT LEFT FOR A LATER RUN"
                         DELIMITED BY SIZE
                  INTO HLD-TEXT
              END-STRING
              WRITE REC-SUMMARY FROM STR-SUM-HOLD-LINE
             WHEN OTHER
              MOVE 0 TO I-PROFILE-FOUND
              MOVE SPACES TO FLT-TEXT
              STRING "PARTNER " DELIMITED BY SIZE
                     STR-CURR-PARTNER DELIMITED BY SPACE
                     " IS " DELIMITED BY SIZE
                     PL-STATE DELIMITED BY SPACE
                     " - NOT LIVE FOR PRODUCTION TRAFFIC"
                         DELIMITED BY SIZE
                  INTO FLT-TEXT
              END-STRING
              PERFORM WRITE-FAULT-LINE
            END-EVALUATE.

           WRITE-FAULT-LINE.
            ADD 1 TO I-FAULTED-FILES
            MOVE I-FILE-NUM TO FLT-FILE-NUM
           CIPHER-ONE-FILE.
            DISPLAY "MANYIN" UPON ENVIRONMENT-NAME
            DISPLAY STR-CURR-INDSN UPON ENVIRONMENT-VALUE

            OPEN INPUT MANY-IN
            IF STR-MANYIN-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF

      *     The output goes to the next generation of the row's
      *     output dataset - a generation an interrupted run left
      *     open is reused, so a restart does not strand it
            MOVE "N" TO C-GEN-FUNC
            MOVE SPACES TO STR-GEN-RUN-ID
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-CURR-OUTDSN,
                STR-GEN-SELECT, STR-RH-PROGRAM, STR-GEN-RUN-ID,
                I-TOTAL-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS NOT = 0
             MOVE "NO OUTPUT GENERATION COULD BE CATALOGED"
                 TO FLT-TEXT
             PERFORM WRITE-FAULT-LINE
             CLOSE MANY-IN
             EXIT PARAGRAPH
            END-IF

            DISPLAY "MANYOUT" UPON ENVIRONMENT-NAME
            DISPLAY STR-GEN-DSN UPON ENVIRONMENT-VALUE
            DISPLAY "CIPHMANY - file " I-FILE-NUM
                    " output generation " STR-GEN-DSN

            OPEN OUTPUT MANY-OUT
            IF STR-MANYOUT-STATUS NOT = "00"
             MOVE SPACES TO FLT-TEXT
            MOVE 0 TO I-WRAPAROUND-COUNT
            MOVE 0 TO I-SPANNED-COUNT
            MOVE 0 TO I-REJECT-COUNT
            MOVE 0 TO I-HELD-COUNT
            MOVE 0 TO I-INPUT-SEQ
            MOVE 0 TO I-FROM-RELEASE
            MOVE 0 TO I-FEEDING-RELEASES
            MOVE 0 TO I-RELEASED-FED
            MOVE 0 TO I-FILE-ROUTINE
            MOVE 0 TO I-FILE-PRIORITY
            MOVE 0 TO I-FILE-FLASH
            MOVE 0 TO I-FILE-BYFLASH
      *     Only a file going out is screened
            IF I-MODE-DECRYPT
             MOVE 0 TO I-SCREEN-ACTIVE
            ELSE
             MOVE 1 TO I-SCREEN-ACTIVE
            END-IF
      *     ATBASH never touches the shift status, so clear any
      *     leftover from the previous file's last record before
      *     the unchanged-record check reads it
              MOVE "SUSPECTED WRONG KEY - OUTPUT NOT PLAINTEXT"
                  TO FLT-TEXT
              PERFORM WRITE-FAULT-LINE
              PERFORM WRITE-WRONG-KEY-LINE
             END-IF
            END-IF

            MOVE I-WRAPAROUND-COUNT  TO TR-WRAPAROUND-COUNT
            MOVE I-SPANNED-COUNT     TO TR-SPANNED-COUNT
            MOVE I-REJECT-COUNT      TO TR-REJECT-COUNT
            MOVE I-HELD-COUNT        TO TR-HELD-COUNT
            WRITE REC-MANY-OUT FROM REC-TRAILER

            CLOSE MANY-IN
            CLOSE MANY-OUT

      *     The released records this file put through are marked
      *     FED before the checkpoint - a restart does not redo a
      *     finished file, so it must not find them RELEASED again
            IF I-SCREEN-ACTIVE = 1
             MOVE "F" TO C-SH-FUNC
             CALL "SCREEN-HOLD" USING C-SH-FUNC, REC-SCRNHOLD,
                                      I-SH-STATUS
             IF I-RELEASED-FED > 0
              DISPLAY "CIPHMANY - file " I-FILE-NUM " - "
                      I-RELEASED-FED " released record(s) fed "
                      "from the screening hold"
             END-IF
            END-IF

      *     The finished generation's header run ID and trailer
      *     count go on the catalog, which rolls off any generation
      *     past the base's GENLIMIT retention
            MOVE "C" TO C-GEN-FUNC
            MOVE HD-RUN-TIMESTAMP TO STR-GEN-RUN-ID
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-CURR-OUTDSN,
                STR-GEN-SELECT, STR-RH-PROGRAM, STR-GEN-RUN-ID,
                I-TOTAL-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS NOT = 0
             MOVE "OUTPUT GENERATION NOT COMPLETED ON THE CATALOG"
                 TO FLT-TEXT
             PERFORM WRITE-FAULT-LINE
            END-IF

            IF I-KEYUSE-TRACKED = 1
             PERFORM POST-KEY-USAGE
            END-IF

      *    A file the key's ceiling cut short is faulted and not
      *    registered for transmission - the partner would get
      *    only part of what was sent
            IF I-KEYUSE-STOPPED = 1
             MOVE "KEY USAGE CEILING REACHED - FILE CUT SHORT"
                 TO FLT-TEXT
             PERFORM WRITE-FAULT-LINE
            END-IF

            ADD I-TOTAL-RECORDS     TO I-GRAND-RECORDS
            ADD I-PASSTHROUGH-COUNT TO I-GRAND-PASS
            ADD I-WRAPAROUND-COUNT  TO I-GRAND-WRAP
            ADD I-REJECT-COUNT      TO I-GRAND-REJ
            ADD I-HELD-COUNT        TO I-GRAND-HELD

            MOVE I-FILE-NUM          TO SUM-FILE-NUM
            MOVE STR-CURR-INDSN      TO SUM-INDSN
            MOVE I-PASSTHROUGH-COUNT TO SUM-PASS
            MOVE I-WRAPAROUND-COUNT  TO SUM-WRAP
            MOVE I-REJECT-COUNT      TO SUM-REJ
            MOVE I-HELD-COUNT        TO SUM-HELD
            WRITE REC-SUMMARY FROM STR-SUM-FILE-LINE

            IF NOT I-MODE-DECRYPT
             PERFORM ROLL-CLASS-TALLIES
             IF I-FILE-BYFLASH > 0
              DISPLAY "CIPHMANY - file " I-FILE-NUM " - "
                      I-FILE-BYFLASH " flash record(s) already sent "
                      "by a flash run - passed over"
             END-IF
            END-IF

      *    An encrypt row cut a transmission file - file it on the
      *    OUTREG register under its real generation name so
      *    verify, transmission, and the acknowledgment have
      *    somewhere to land; a decrypt row's output stays in-house
            IF NOT I-MODE-DECRYPT AND I-KEYUSE-STOPPED = 0
             CALL "OUTREG-POST" USING STR-GEN-DSN,
                 STR-CURR-PARTNER, I-TOTAL-RECORDS
            END-IF

                STR-CURR-PARTNER, I-TOTAL-RECORDS, I-REJECT-COUNT,
                I-FILE-EXCPS, I-SPANNED-COUNT, I-FILE-UNCH.

      *    /////////////////////////////////////////////////////////////
      *    Adds the file's class volumes to its partner's line - a
      *    partner past the table's room is summed into the grand
      *    line only
      *    /////////////////////////////////////////////////////////////
           ROLL-CLASS-TALLIES.
            MOVE 0 TO I-PT-SLOT
            PERFORM MATCH-ONE-TALLY
                VARYING I-PT-ITER FROM 1 BY 1
                UNTIL I-PT-ITER > I-PT-COUNT
                   OR I-PT-SLOT > 0

            IF I-PT-SLOT = 0
             IF I-PT-COUNT < 200
              ADD 1 TO I-PT-COUNT
              MOVE I-PT-COUNT       TO I-PT-SLOT
              MOVE STR-CURR-PARTNER TO PT-PARTNER(I-PT-SLOT)
              MOVE 0 TO PT-ROUTINE(I-PT-SLOT)
              MOVE 0 TO PT-PRIORITY(I-PT-SLOT)
              MOVE 0 TO PT-FLASH(I-PT-SLOT)
              MOVE 0 TO PT-BYFLASH(I-PT-SLOT)
             ELSE
              IF I-PT-NOTED = 0
               MOVE 1 TO I-PT-NOTED
               DISPLAY "CIPHMANY - more than 200 partners - the "
                       "rest are in the grand class volumes only"
              END-IF
              ADD I-FILE-ROUTINE  TO I-GRAND-ROUTINE
              ADD I-FILE-PRIORITY TO I-GRAND-PRIORITY
              ADD I-FILE-FLASH    TO I-GRAND-FLASH
              ADD I-FILE-BYFLASH  TO I-GRAND-BYFLASH
              EXIT PARAGRAPH
             END-IF
            END-IF

            ADD I-FILE-ROUTINE  TO PT-ROUTINE(I-PT-SLOT)
            ADD I-FILE-PRIORITY TO PT-PRIORITY(I-PT-SLOT)
            ADD I-FILE-FLASH    TO PT-FLASH(I-PT-SLOT)
            ADD I-FILE-BYFLASH  TO PT-BYFLASH(I-PT-SLOT).

           MATCH-ONE-TALLY.
            IF PT-PARTNER(I-PT-ITER) = STR-CURR-PARTNER
             MOVE I-PT-ITER TO I-PT-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Takes one manifest row into the flash run's table
      *    /////////////////////////////////////////////////////////////
           LOAD-ONE-FLASH-ROW.
            READ MANIFEST-FILE
                AT END SET I-AT-MANIFEST-EOF TO TRUE
            END-READ

            IF I-AT-MANIFEST-EOF
             EXIT PARAGRAPH
            END-IF

            IF REC-MANIFEST = SPACES OR MF-INDSN(1:1) = "*"
             EXIT PARAGRAPH
            END-IF

            IF I-FM-COUNT NOT < 200
             DISPLAY "CIPHMANY - more than 200 manifest rows - the "
                     "rest are not flashed"
             SET I-AT-MANIFEST-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-FM-COUNT
            MOVE MF-INDSN   TO FM-INDSN(I-FM-COUNT)
            MOVE MF-PARTNER TO FM-PARTNER(I-FM-COUNT)
            MOVE "N"        TO FM-TAKEN(I-FM-COUNT).

      *    /////////////////////////////////////////////////////////////
      *    Runs every manifest row for the partner of the first row
      *    not yet taken into that partner's one flash file - the
      *    profile is resolved and screened exactly as the night
      *    does it. A decrypt partner has no outbound traffic to
      *    expedite and is passed over.
      *    /////////////////////////////////////////////////////////////
           FLASH-ONE-PARTNER.
            IF FM-TAKEN(I-FM-ITER) = "Y"
             EXIT PARAGRAPH
            END-IF

            MOVE FM-PARTNER(I-FM-ITER) TO STR-CURR-PARTNER
            MOVE FM-INDSN(I-FM-ITER)   TO STR-CURR-INDSN
            PERFORM TAKE-PARTNER-ROW
                VARYING I-FM-SCAN FROM I-FM-ITER BY 1
                UNTIL I-FM-SCAN > I-FM-COUNT

            CALL "PARTNER-LOOKUP" USING STR-CURR-PARTNER,
                                        REC-PARTNER-PROFILE,
                                        I-PROFILE-FOUND
            IF I-PROFILE-FOUND = 1 AND PF-MODE = "D"
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-FILE-NUM
            PERFORM RESOLVE-FILE-PROFILE
            IF I-PROFILE-FOUND NOT = 1
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO STR-FLASH-BASE
            STRING "CIPHER."        DELIMITED BY SIZE
                   STR-CURR-PARTNER DELIMITED BY SPACE
                   ".FLASH"         DELIMITED BY SIZE
                INTO STR-FLASH-BASE
            END-STRING

            MOVE 100 TO I-INPUT-LEN
            MOVE 0 TO I-TOTAL-RECORDS
            MOVE 0 TO I-PASSTHROUGH-COUNT
            MOVE 0 TO I-WRAPAROUND-COUNT
            MOVE 0 TO I-SPANNED-COUNT
            MOVE 0 TO I-REJECT-COUNT
            MOVE 0 TO I-HELD-COUNT
            MOVE 0 TO I-FROM-RELEASE
            MOVE 0 TO I-FEEDING-RELEASES
            MOVE 0 TO I-RELEASED-FED
            MOVE 0 TO I-FILE-ROUTINE
            MOVE 0 TO I-FILE-PRIORITY
            MOVE 0 TO I-FILE-FLASH
            MOVE 0 TO I-FILE-BYFLASH
            MOVE 1 TO I-SCREEN-ACTIVE
            MOVE 0 TO I-SHIFT-STATUS
            MOVE I-EXCEPTION-COUNT TO I-FILE-EXCP-BASE
            MOVE I-UNCHANGED-COUNT TO I-FILE-UNCH-BASE
            MOVE 0 TO I-FLASH-OUT-OPEN
            MOVE 0 TO I-FLASH-OUT-FAILED
            MOVE 0 TO I-FLASH-SENT
            MOVE 0 TO I-PEND-COUNT
            MOVE 0 TO I-PEND-FULL

            PERFORM FLASH-ONE-INPUT
                VARYING I-FM-SCAN FROM I-FM-ITER BY 1
                UNTIL I-FM-SCAN > I-FM-COUNT
                   OR I-FLASH-OUT-FAILED = 1
                   OR I-KEYUSE-STOPPED = 1

            IF I-FLASH-OUT-OPEN = 1
             PERFORM FINISH-FLASH-FILE
            END-IF

            PERFORM ROLL-CLASS-TALLIES.

           TAKE-PARTNER-ROW.
            IF FM-PARTNER(I-FM-SCAN) = STR-CURR-PARTNER
             MOVE "Y" TO FM-TAKEN(I-FM-SCAN)
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Reads one of the partner's manifest inputs for its flash
      *    records - an input not there yet is simply a partner
      *    with nothing in today, not a fault
      *    /////////////////////////////////////////////////////////////
           FLASH-ONE-INPUT.
            IF FM-PARTNER(I-FM-SCAN) NOT = STR-CURR-PARTNER
             EXIT PARAGRAPH
            END-IF

            MOVE FM-INDSN(I-FM-SCAN) TO STR-CURR-INDSN
            DISPLAY "MANYIN" UPON ENVIRONMENT-NAME
            DISPLAY STR-CURR-INDSN UPON ENVIRONMENT-VALUE

            OPEN INPUT MANY-IN
            IF STR-MANYIN-STATUS = "35"
             EXIT PARAGRAPH
            END-IF
            IF STR-MANYIN-STATUS NOT = "00"
             MOVE SPACES TO FLT-TEXT
             STRING "CANNOT OPEN INPUT DATASET - STATUS "
                        DELIMITED BY SIZE
                    STR-MANYIN-STATUS DELIMITED BY SIZE
                 INTO FLT-TEXT
             END-STRING
             PERFORM WRITE-FAULT-LINE
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-INPUT-SEQ
            MOVE "N" TO I-FILE-EOF
            PERFORM READ-NEXT-MANY-RECORD
            PERFORM PROCESS-ONE-MANY-RECORD UNTIL I-AT-FILE-EOF

            CLOSE MANY-IN.

      *    /////////////////////////////////////////////////////////////
      *    Cuts the partner's next flash generation and writes its
      *    header - a generation that cannot be had faults the
      *    partner and its flash records are left to the night
      *    /////////////////////////////////////////////////////////////
           OPEN-FLASH-OUTPUT.
            MOVE "N" TO C-GEN-FUNC
            MOVE SPACES TO STR-GEN-RUN-ID
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-FLASH-BASE,
                STR-GEN-SELECT, STR-RH-PROGRAM, STR-GEN-RUN-ID,
                I-TOTAL-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS NOT = 0
             MOVE "NO FLASH GENERATION COULD BE CATALOGED"
                 TO FLT-TEXT
             PERFORM WRITE-FAULT-LINE
             MOVE 1 TO I-FLASH-OUT-FAILED
             SET I-AT-FILE-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            DISPLAY "MANYOUT" UPON ENVIRONMENT-NAME
            DISPLAY STR-GEN-DSN UPON ENVIRONMENT-VALUE
            DISPLAY "CIPHMANY - file " I-FILE-NUM
                    " flash generation " STR-GEN-DSN

            OPEN OUTPUT MANY-OUT
            IF STR-MANYOUT-STATUS NOT = "00"
             MOVE SPACES TO FLT-TEXT
             STRING "CANNOT OPEN FLASH DATASET - STATUS "
                        DELIMITED BY SIZE
                    STR-MANYOUT-STATUS DELIMITED BY SIZE
                 INTO FLT-TEXT
             END-STRING
             PERFORM WRITE-FAULT-LINE
             MOVE 1 TO I-FLASH-OUT-FAILED
             SET I-AT-FILE-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            PERFORM WRITE-FILE-HEADER
            MOVE 1 TO I-FLASH-OUT-OPEN.

      *    /////////////////////////////////////////////////////////////
      *    Closes the partner's flash file the way the night closes
      *    a manifest file - trailer, catalog, key usage - and files
      *    it on OUTREG at once. Only then are its records filed on
      *    FLASHREG: the held ones always, the sent ones only when
      *    the file really went on OUTREG - and only then do the
      *    sent ones leave their fingerprints on DUPREG.
      *    /////////////////////////////////////////////////////////////
           FINISH-FLASH-FILE.
            MOVE I-TOTAL-RECORDS     TO TR-TOTAL-RECORDS
            MOVE I-PASSTHROUGH-COUNT TO TR-PASSTHROUGH-COUNT
            MOVE I-WRAPAROUND-COUNT  TO TR-WRAPAROUND-COUNT
            MOVE I-SPANNED-COUNT     TO TR-SPANNED-COUNT
            MOVE I-REJECT-COUNT      TO TR-REJECT-COUNT
            MOVE I-HELD-COUNT        TO TR-HELD-COUNT
            WRITE REC-MANY-OUT FROM REC-TRAILER
            CLOSE MANY-OUT

            MOVE "C" TO C-GEN-FUNC
            MOVE HD-RUN-TIMESTAMP TO STR-GEN-RUN-ID
            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-FLASH-BASE,
                STR-GEN-SELECT, STR-RH-PROGRAM, STR-GEN-RUN-ID,
                I-TOTAL-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS NOT = 0
             MOVE "FLASH GENERATION NOT COMPLETED ON THE CATALOG"
                 TO FLT-TEXT
             PERFORM WRITE-FAULT-LINE
            END-IF

            IF I-KEYUSE-TRACKED = 1
             PERFORM POST-KEY-USAGE
            END-IF

            IF I-KEYUSE-STOPPED = 1
             MOVE "KEY USAGE CEILING REACHED - FLASH FILE CUT SHORT"
                 TO FLT-TEXT
             PERFORM WRITE-FAULT-LINE
            END-IF

      *     A file everything in which went on the hold has nothing
      *     to transmit
            MOVE "N" TO FSH-OUTREG
            IF I-KEYUSE-STOPPED = 0 AND I-TOTAL-RECORDS > 0
             CALL "OUTREG-POST" USING STR-GEN-DSN,
                 STR-CURR-PARTNER, I-TOTAL-RECORDS
             MOVE 1 TO I-FLASH-SENT
             MOVE "Y" TO FSH-OUTREG
            END-IF

            PERFORM POST-FLASH-ENTRY
                VARYING I-PEND-ITER FROM 1 BY 1
                UNTIL I-PEND-ITER > I-PEND-COUNT

            ADD I-TOTAL-RECORDS     TO I-GRAND-RECORDS
            ADD I-PASSTHROUGH-COUNT TO I-GRAND-PASS
            ADD I-WRAPAROUND-COUNT  TO I-GRAND-WRAP
            ADD I-REJECT-COUNT      TO I-GRAND-REJ
            ADD I-HELD-COUNT        TO I-GRAND-HELD

            MOVE I-FILE-NUM          TO FSH-FILE-NUM
            MOVE STR-GEN-DSN         TO FSH-DSN
            MOVE STR-CURR-PARTNER    TO FSH-PARTNER
            MOVE I-TOTAL-RECORDS     TO FSH-RECORDS
            MOVE I-REJECT-COUNT      TO FSH-REJ
            MOVE I-HELD-COUNT        TO FSH-HELD
            WRITE REC-SUMMARY FROM STR-SUM-FLASH-LINE

            COMPUTE I-FILE-EXCPS =
                I-EXCEPTION-COUNT - I-FILE-EXCP-BASE
            COMPUTE I-FILE-UNCH =
                I-UNCHANGED-COUNT - I-FILE-UNCH-BASE
            CALL "STAT-POST" USING
                STR-CURR-PARTNER, I-TOTAL-RECORDS, I-REJECT-COUNT,
                I-FILE-EXCPS, I-SPANNED-COUNT, I-FILE-UNCH.

           POST-FLASH-ENTRY.
            IF PD-DISP(I-PEND-ITER) = "S" AND I-FLASH-SENT = 0
             EXIT PARAGRAPH
            END-IF

            IF PD-DISP(I-PEND-ITER) = "S" AND I-SCREEN-ACTIVE = 1
             PERFORM POST-PENDING-FINGERPRINT
            END-IF

            MOVE SPACES                  TO REC-FLASHREG
            MOVE STR-CURR-PARTNER        TO FR-PARTNER
            MOVE PD-INDSN(I-PEND-ITER)   TO FR-INDSN
            MOVE PD-REC-NUM(I-PEND-ITER) TO FR-REC-NUM
            MOVE PD-CHECK(I-PEND-ITER)   TO FR-CHECK
            MOVE PD-DISP(I-PEND-ITER)    TO FR-DISP
            MOVE STR-GEN-DSN             TO FR-FLASH-DSN
            MOVE "P" TO C-FR-FUNC
            CALL "FLASH-REGISTER" USING C-FR-FUNC, REC-FLASHREG,
                                        I-FR-STATUS
            IF I-FR-STATUS = 8
             PERFORM NOTE-FLASHREG-TROUBLE
            END-IF.

      *    A sent flash record's fingerprint, filed under the flash
      *    generation it went out in
           POST-PENDING-FINGERPRINT.
            MOVE PD-TEXT(I-PEND-ITER)    TO STR-SCREEN-TEXT
            MOVE SPACES                  TO REC-DUPREG
            MOVE STR-CURR-PARTNER        TO DR-PARTNER
            MOVE STR-LOCK-PROGRAM        TO DR-PROGRAM
            MOVE PD-REC-NUM(I-PEND-ITER) TO DR-REC-NUM
            MOVE STR-GEN-DSN             TO DR-GEN-DSN
            MOVE "P" TO C-DR-FUNC
            CALL "DUP-REGISTER" USING C-DR-FUNC, REC-DUPREG,
                STR-SCREEN-TEXT, I-DUP-LEN, I-DR-STATUS
            IF I-DR-STATUS = 8
             PERFORM NOTE-DUPREG-TROUBLE
            END-IF.

           WRITE-FILE-HEADER.
            MOVE FUNCTION CURRENT-DATE(1:14) TO HD-RUN-TIMESTAMP
            CALL "BUSINESS-DATE" USING C-PROCDATE-GET,

            IF (I-CIPHER-CAESAR AND I-SHIFT-AMOUNT = 0)
                  OR I-AFFINE-KEYOFDAY = 1
                  OR I-PLAYFAIR-KEYOFDAY = 1
             MOVE "KEYOFDAY" TO HD-KEY-SOURCE
            ELSE
             MOVE "EXPLICIT" TO HD-KEY-SOURCE
            END-IF.

           PROCESS-ONE-MANY-RECORD.
      *     The key's ceiling ends the file where it stands - the
      *     trailer still balances to what was written
            IF I-KEYUSE-TRACKED = 1
                  AND I-KEYUSE-RUN-COUNT NOT < I-KEYUSE-HEADROOM
             DISPLAY "CIPHMANY - key of the day reached its usage "
                     "ceiling of " I-KEYUSE-CEILING
                     " - file " I-FILE-NUM " stopped"
             MOVE 1 TO I-KEYUSE-STOPPED
             SET I-AT-FILE-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-INPUT-SEQ

      *     A checked record proves itself before anything trusts
             MOVE SPACES TO STR-MANY-BUFFER(110:12)
            END-IF

      *     The priority class decides what a flash run takes, and
      *     a flash record a flash run already took care of is
      *     passed over by whichever run meets it next
            PERFORM SET-RECORD-CLASS
            PERFORM CHECK-FLASH-TRAFFIC
            IF I-PASSED-OVER = 1
             IF I-FLASH-OUT-FAILED = 0
              PERFORM READ-NEXT-MANY-RECORD
             END-IF
             EXIT PARAGRAPH
            END-IF

            PERFORM VALIDATE-MANY-RECORD
            PERFORM SCREEN-MANY-RECORD
            PERFORM CHECK-DUPLICATE-RECORD

            EVALUATE TRUE
             WHEN I-RECORD-REJECTED
              PERFORM WRITE-REJECT-RECORD
             WHEN I-RECORD-HELD = 1
              PERFORM HOLD-SCREENED-RECORD
             WHEN OTHER
              PERFORM CIPHER-MANY-RECORD
              IF I-KEYUSE-TRACKED = 1
               ADD 1 TO I-KEYUSE-RUN-COUNT
              END-IF
              IF I-SCREEN-ACTIVE = 1 AND NOT I-FLASH-RUN
               PERFORM POST-DUPLICATE-FINGERPRINT
              END-IF
            END-EVALUATE

            IF I-FROM-RELEASE = 1
             PERFORM MARK-RELEASE-FED
            END-IF

            IF I-FLASH-RUN AND NOT I-RECORD-REJECTED
             PERFORM NOTE-FLASH-PENDING
            END-IF

            PERFORM READ-NEXT-MANY-RECORD.

      *    /////////////////////////////////////////////////////////////
      *    Takes the class off an outbound record's " PRI=x" tail -
      *    no tail is routine; a record fed back from the screening
      *    hold lost its tail when it was held, and goes as routine
      *    /////////////////////////////////////////////////////////////
           SET-RECORD-CLASS.
            MOVE "R" TO C-RECORD-CLASS
            IF NOT I-MODE-DECRYPT AND I-FROM-RELEASE = 0
                  AND STR-MANY-BUFFER(101:5) = " PRI="
             MOVE STR-MANY-BUFFER(106:1) TO C-RECORD-CLASS
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    A flash run passes over everything but flash traffic. A
      *    flash record either run meets is looked for on FLASHREG
      *    under its input, record number and content fold - one
      *    found there already went out (or on the hold) from a
      *    flash run and is passed over. A flash run cuts its
      *    partner's flash generation on the first record it keeps.
      *    /////////////////////////////////////////////////////////////
           CHECK-FLASH-TRAFFIC.
            MOVE 0 TO I-PASSED-OVER
            IF I-MODE-DECRYPT OR I-FROM-RELEASE = 1
             EXIT PARAGRAPH
            END-IF

            IF I-FLASH-RUN AND NOT I-CLASS-FLASH
             MOVE 1 TO I-PASSED-OVER
             EXIT PARAGRAPH
            END-IF

            IF NOT I-CLASS-FLASH
             EXIT PARAGRAPH
            END-IF

            MOVE STR-MANY-BUFFER(1:100) TO STR-CK-CONTENT
            CALL "RECORD-CHECK" USING
                STR-CK-CONTENT, I-CK-LEN, I-CK-SEED, I-CK-CHECK
            MOVE SPACES           TO REC-FLASHREG
            MOVE STR-CURR-PARTNER TO FR-PARTNER
            MOVE STR-CURR-INDSN   TO FR-INDSN
            MOVE I-INPUT-SEQ      TO FR-REC-NUM
            MOVE I-CK-CHECK       TO FR-CHECK
            MOVE "C" TO C-FR-FUNC
            CALL "FLASH-REGISTER" USING C-FR-FUNC, REC-FLASHREG,
                                        I-FR-STATUS

            EVALUATE I-FR-STATUS
             WHEN 1
              ADD 1 TO I-FILE-BYFLASH
              MOVE 1 TO I-PASSED-OVER
              EXIT PARAGRAPH
             WHEN 8
              PERFORM NOTE-FLASHREG-TROUBLE
            END-EVALUATE

            IF NOT I-FLASH-RUN
             EXIT PARAGRAPH
            END-IF

      *     What the file takes is filed once it is complete - a
      *     record past the pending table's room is left to the
      *     night rather than sent unfiled
            IF I-PEND-COUNT NOT < 2000
             IF I-PEND-FULL = 0
              MOVE 1 TO I-PEND-FULL
              DISPLAY "CIPHMANY - flash file for " STR-CURR-PARTNER
                      " is full at 2000 records - the rest are "
                      "left for the nightly run"
             END-IF
             MOVE 1 TO I-PASSED-OVER
             EXIT PARAGRAPH
            END-IF

            IF I-FLASH-OUT-OPEN = 0
             PERFORM OPEN-FLASH-OUTPUT
             IF I-FLASH-OUT-FAILED = 1
              MOVE 1 TO I-PASSED-OVER
             END-IF
            END-IF.

      *    The record the flash run took - sent or held - waits in
      *    the pending table until its file is complete, with the
      *    plaintext its fingerprint is taken from
           NOTE-FLASH-PENDING.
            ADD 1 TO I-PEND-COUNT
            MOVE FR-INDSN   TO PD-INDSN(I-PEND-COUNT)
            MOVE FR-REC-NUM TO PD-REC-NUM(I-PEND-COUNT)
            MOVE FR-CHECK   TO PD-CHECK(I-PEND-COUNT)
            MOVE STR-INPUT  TO PD-TEXT(I-PEND-COUNT)
            IF I-RECORD-HELD = 1
             MOVE "H" TO PD-DISP(I-PEND-COUNT)
            ELSE
             MOVE "S" TO PD-DISP(I-PEND-COUNT)
            END-IF.

      *    A register that cannot be read or written is one
      *    exception for the run, not one per record - the night's
      *    DUPREG check still holds a record sent twice
           NOTE-FLASHREG-TROUBLE.
            IF I-FR-TROUBLE = 0
             MOVE 1 TO I-FR-TROUBLE
             MOVE "FLASHREG" TO EX-TYPE
             PERFORM WRITE-EXCEPTION-LINE
            END-IF.

           CIPHER-MANY-RECORD.
            EVALUATE TRUE
             WHEN I-CIPHER-ATBASH
                  I-TR-KEYLEN, C-FILE-MODE, STR-OUTPUT,
                  I-HAD-PASSTHROUGH, I-HAD-WRAPAROUND,
                  I-SHIFT-STATUS
             WHEN I-CIPHER-PLAYFAIR
              CALL "PLAYFAIR" USING
                  STR-INPUT, I-INPUT-LEN, STR-PF-KEYWORD,
                  I-PF-KEYLEN, C-FILE-MODE, STR-OUTPUT,
                  C-CASE-MODE, I-HAD-PASSTHROUGH, I-HAD-WRAPAROUND,
                  I-SHIFT-STATUS, I-RECONCILE-OK
              IF NOT I-MODE-DECRYPT AND I-RECONCILE-FAILED
               MOVE "RECONCILE" TO EX-TYPE
               PERFORM WRITE-EXCEPTION-LINE
              END-IF
             WHEN I-CIPHER-AFFINE
              CALL "AFFINE-SHIFT" USING
                  STR-INPUT, I-INPUT-LEN, I-AFFINE-A, I-AFFINE-B,
            IF I-PASSTHROUGH-HIT
             ADD 1 TO I-PASSTHROUGH-COUNT
            END-IF
            IF NOT I-MODE-DECRYPT
             EVALUATE TRUE
              WHEN I-CLASS-FLASH
               ADD 1 TO I-FILE-FLASH
              WHEN I-CLASS-PRIORITY
               ADD 1 TO I-FILE-PRIORITY
              WHEN OTHER
               ADD 1 TO I-FILE-ROUTINE
             END-EVALUATE
            END-IF
            IF I-WRAPAROUND-HIT
             ADD 1 TO I-WRAPAROUND-COUNT
            END-IF
      *    included; the cipher's own input view is the 100-byte
      *    content
           READ-NEXT-MANY-RECORD.
            IF I-FEEDING-RELEASES = 1
             PERFORM FEED-RELEASED-RECORD
             EXIT PARAGRAPH
            END-IF

            PERFORM WITH TEST AFTER
                    UNTIL I-AT-FILE-EOF
                       OR NOT I-MODE-DECRYPT
             END-READ
            END-PERFORM

      *     The file's input is spent - the records released from
      *     the screening hold for this partner go out behind it;
      *     a flash run leaves them to the night
            IF I-AT-FILE-EOF AND I-SCREEN-ACTIVE = 1
                  AND NOT I-FLASH-RUN
             MOVE 1 TO I-FEEDING-RELEASES
             PERFORM FEED-RELEASED-RECORD
             EXIT PARAGRAPH
            END-IF

            MOVE STR-MANY-BUFFER(1:100) TO STR-INPUT.

      *    /////////////////////////////////////////////////////////////
      *    Takes the next RELEASED entry for this partner off
      *    SCREEN-HOLD as the file's next input record
      *    /////////////////////////////////////////////////////////////
           FEED-RELEASED-RECORD.
            MOVE "N" TO I-FILE-EOF
            MOVE 0   TO I-FROM-RELEASE
            MOVE SPACES           TO REC-SCRNHOLD
            MOVE STR-LOCK-PROGRAM TO SH-PROGRAM
            MOVE STR-CURR-PARTNER TO SH-PARTNER
            MOVE "N" TO C-SH-FUNC
            CALL "SCREEN-HOLD" USING C-SH-FUNC, REC-SCRNHOLD,
                                     I-SH-STATUS
            IF I-SH-STATUS NOT = 0
             SET I-AT-FILE-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES          TO STR-MANY-BUFFER
            MOVE SH-TEXT(1:100)  TO STR-MANY-BUFFER
            MOVE SH-TEXT(1:100)  TO STR-INPUT
            MOVE 1 TO I-FROM-RELEASE
            ADD 1 TO I-RELEASED-FED
            MOVE "SCREEN-FEED" TO STR-SCREEN-LOG-NAME
            MOVE 1             TO I-SCREEN-LOG-FLAG
            PERFORM LOG-SCREEN-DECISION.

           MARK-RELEASE-FED.
            MOVE "D" TO C-SH-FUNC
            CALL "SCREEN-HOLD" USING C-SH-FUNC, REC-SCRNHOLD,
                                     I-SH-STATUS.

      *    /////////////////////////////////////////////////////////////
      *    Runs a valid encrypt record past the restricted-content
      *    terms for the row's partner - a record an operator
      *    already released is not screened again. Every decision
      *    goes to CIPHERLOG: SCREEN-CLEAR as a success,
      *    SCREEN-HOLD as a failure.
      *    /////////////////////////////////////////////////////////////
           SCREEN-MANY-RECORD.
            MOVE 0 TO I-RECORD-HELD
            IF I-SCREEN-ACTIVE = 0 OR I-RECORD-REJECTED
                  OR I-FROM-RELEASE = 1
             EXIT PARAGRAPH
            END-IF

            MOVE STR-INPUT TO STR-SCREEN-TEXT
            CALL "CONTENT-SCREEN" USING
                STR-CURR-PARTNER, STR-SCREEN-TEXT, I-SCREEN-LEN,
                STR-SCREEN-TERM, I-SCREEN-STATUS

            IF I-SCREEN-STATUS = 1
             MOVE 1             TO I-RECORD-HELD
             MOVE "SCREEN-HOLD"  TO STR-SCREEN-LOG-NAME
             MOVE 0              TO I-SCREEN-LOG-FLAG
            ELSE
             MOVE "SCREEN-CLEAR" TO STR-SCREEN-LOG-NAME
             MOVE 1              TO I-SCREEN-LOG-FLAG
            END-IF
            PERFORM LOG-SCREEN-DECISION.

      *    The held record goes on SCRNHOLD whole with the term it
      *    matched and its record number in the file
           HOLD-SCREENED-RECORD.
            ADD 1 TO I-HELD-COUNT
            IF I-DUP-MATCHED = 0
             DISPLAY "CIPHMANY - file " I-FILE-NUM " record "
                     I-INPUT-SEQ " held by screening - term "
                     STR-SCREEN-TERM
            END-IF

            MOVE SPACES           TO REC-SCRNHOLD
            MOVE STR-LOCK-PROGRAM TO SH-PROGRAM
            MOVE STR-CURR-PARTNER TO SH-PARTNER
            MOVE I-INPUT-SEQ      TO SH-REC-NUM
            MOVE STR-SCREEN-TERM  TO SH-TERM
            MOVE 100              TO SH-LEN
            MOVE STR-INPUT        TO SH-TEXT
            MOVE "H" TO C-SH-FUNC
            CALL "SCREEN-HOLD" USING C-SH-FUNC, REC-SCRNHOLD,
                                     I-SH-STATUS
            IF I-SH-STATUS NOT = 0
             MOVE "SCRNHOLD" TO EX-TYPE
             PERFORM WRITE-EXCEPTION-LINE
            END-IF.

           LOG-SCREEN-DECISION.
            CALL "LOG-CIPHER-EVENT" USING
                STR-SCREEN-LOG-NAME, I-SCREEN-LOG-LEN,
                I-SCREEN-LOG-SHIFT, I-SCREEN-LOG-FLAG.

      *    /////////////////////////////////////////////////////////////
      *    Looks for a record the screen passed among the row
      *    partner's fingerprints from earlier runs and earlier
      *    files of this one - a match is held on SCRNHOLD like a
      *    screened record, its term naming the date and record
      *    number it repeats, and goes to CIPHERLOG as DUP-HOLD. A
      *    record an operator released is the forced resend and is
      *    not checked again. A flash run's sent records are not on
      *    DUPREG until its file is complete, so it also looks
      *    among the ones its open file already took.
      *    /////////////////////////////////////////////////////////////
           CHECK-DUPLICATE-RECORD.
            MOVE 0 TO I-DUP-MATCHED
            IF I-SCREEN-ACTIVE = 0 OR I-RECORD-REJECTED
                  OR I-RECORD-HELD = 1 OR I-FROM-RELEASE = 1
             EXIT PARAGRAPH
            END-IF

            PERFORM SET-DUPLICATE-KEY
            MOVE "C" TO C-DR-FUNC
            CALL "DUP-REGISTER" USING C-DR-FUNC, REC-DUPREG,
                STR-SCREEN-TEXT, I-DUP-LEN, I-DR-STATUS
            IF I-DR-STATUS = 8
             PERFORM NOTE-DUPREG-TROUBLE
             EXIT PARAGRAPH
            END-IF
            IF I-DR-STATUS NOT = 1 AND I-FLASH-RUN
             PERFORM FIND-PENDING-DUPLICATE
                 VARYING I-PEND-SCAN FROM 1 BY 1
                 UNTIL I-PEND-SCAN > I-PEND-COUNT
                    OR I-DR-STATUS = 1
            END-IF
            IF I-DR-STATUS NOT = 1
             EXIT PARAGRAPH
            END-IF

            MOVE 1 TO I-RECORD-HELD
            MOVE 1 TO I-DUP-MATCHED
            MOVE SPACES TO STR-SCREEN-TERM
            STRING "DUPLICATE OF " DELIMITED BY SIZE
                   DR-DATE         DELIMITED BY SIZE
                   " REC "         DELIMITED BY SIZE
                   DR-REC-NUM      DELIMITED BY SIZE
                INTO STR-SCREEN-TERM
            END-STRING

            DISPLAY "CIPHMANY - file " I-FILE-NUM " record "
                    I-INPUT-SEQ " held as a duplicate of "
                    DR-PROGRAM " record " DR-REC-NUM " of " DR-DATE
            MOVE "DUP-HOLD" TO STR-SCREEN-LOG-NAME
            MOVE 0          TO I-SCREEN-LOG-FLAG
            PERFORM LOG-SCREEN-DECISION.

      *    A sent record of the open flash file with the same
      *    plaintext stands in for the DUPREG line it will leave
           FIND-PENDING-DUPLICATE.
            IF PD-DISP(I-PEND-SCAN) = "S"
                  AND PD-TEXT(I-PEND-SCAN) = STR-INPUT
             MOVE 1                       TO I-DR-STATUS
             MOVE STR-PROC-DATE           TO DR-DATE
             MOVE STR-LOCK-PROGRAM        TO DR-PROGRAM
             MOVE PD-REC-NUM(I-PEND-SCAN) TO DR-REC-NUM
            END-IF.

      *    The record went out - its fingerprint goes on DUPREG
           POST-DUPLICATE-FINGERPRINT.
            PERFORM SET-DUPLICATE-KEY
            MOVE "P" TO C-DR-FUNC
            CALL "DUP-REGISTER" USING C-DR-FUNC, REC-DUPREG,
                STR-SCREEN-TEXT, I-DUP-LEN, I-DR-STATUS
            IF I-DR-STATUS = 8
             PERFORM NOTE-DUPREG-TROUBLE
            END-IF.

      *    Fingerprints are filed under the file's output generation,
      *    so a restart redoing the file does not hold its own work
           SET-DUPLICATE-KEY.
            MOVE STR-INPUT        TO STR-SCREEN-TEXT
            MOVE SPACES           TO REC-DUPREG
            MOVE STR-CURR-PARTNER TO DR-PARTNER
            MOVE STR-LOCK-PROGRAM TO DR-PROGRAM
            MOVE I-INPUT-SEQ      TO DR-REC-NUM
            MOVE STR-GEN-DSN      TO DR-GEN-DSN.

      *    A register that cannot be read or written is one
      *    exception for the night, not one per record
           NOTE-DUPREG-TROUBLE.
            IF I-DUP-TROUBLE = 0
             MOVE 1 TO I-DUP-TROUBLE
             MOVE "DUPREG" TO EX-TYPE
             PERFORM WRITE-EXCEPTION-LINE
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    The single-file driver's validation pass, carried whole:
      *    an empty record or one holding a non-printable byte goes
             EXIT PARAGRAPH
            END-IF

      *     A class tail naming no known class is a bad record, not
      *     a routine one - whoever wrote it meant something by it
            IF NOT I-CLASS-ROUTINE AND NOT I-CLASS-PRIORITY
                  AND NOT I-CLASS-FLASH
             MOVE 0          TO I-RECORD-VALID
             MOVE "PRICLASS" TO STR-REJECT-REASON
             EXIT PARAGRAPH
            END-IF

            PERFORM VARYING I-SCAN-POS FROM 1 BY 1
                    UNTIL I-SCAN-POS > 100
             COMPUTE I-SCAN-ASCII =
            MOVE STR-INPUT(1:91) TO EX-DATA
            WRITE REC-EXCEPTION FROM STR-EXCP-LINE.

      *    The wrong-key suspect goes on the exception report as
      *    well as the summary, so it is among the day's open items
      *    until someone says what was done about it - the line is
      *    the file's, so it carries no record number
           WRITE-WRONG-KEY-LINE.
            ADD 1 TO I-EXCEPTION-COUNT
            MOVE I-FILE-NUM  TO EX-FILE-NUM
            MOVE 0           TO EX-REC-NUM
            MOVE "WRONGKEY"  TO EX-TYPE
            MOVE SPACES      TO EX-DATA
            STRING "PARTNER=" DELIMITED BY SIZE
                   STR-CURR-PARTNER DELIMITED BY SPACE
                   " PLAIN=" DELIMITED BY SIZE
                   I-PLAIN-COUNT DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   I-SCORED-COUNT DELIMITED BY SIZE
                   " - OUTPUT DOES NOT READ AS PLAINTEXT"
                       DELIMITED BY SIZE
                INTO EX-DATA
            WRITE REC-EXCEPTION FROM STR-EXCP-LINE.

           TERMINATE-MANIFEST-RUN.
            MOVE I-GRAND-RECORDS TO GND-RECORDS
            MOVE I-GRAND-PASS    TO GND-PASS
            MOVE I-GRAND-WRAP    TO GND-WRAP
            MOVE I-GRAND-REJ     TO GND-REJ
            MOVE I-FILE-NUM      TO GND-FILES
            MOVE I-GRAND-HELD    TO GND-HELD
            MOVE I-HELD-FILES    TO GND-HELD-FILES
            WRITE REC-SUMMARY FROM STR-SUM-BLANK
            WRITE REC-SUMMARY FROM STR-SUM-GRAND-LINE

      *    Each partner's outbound volume by class, and the run's
            IF I-PT-COUNT > 0
             WRITE REC-SUMMARY FROM STR-SUM-BLANK
             WRITE REC-SUMMARY FROM STR-CLASS-HEADER
             MOVE "PARTNER=" TO CL-LABEL
             PERFORM WRITE-ONE-CLASS-LINE
                 VARYING I-PT-ITER FROM 1 BY 1
                 UNTIL I-PT-ITER > I-PT-COUNT
             MOVE "GRAND"  TO CL-LABEL
             MOVE SPACES   TO CL-PARTNER
             MOVE I-GRAND-ROUTINE  TO CL-ROUTINE
             MOVE I-GRAND-PRIORITY TO CL-PRIORITY
             MOVE I-GRAND-FLASH    TO CL-FLASH
             MOVE I-GRAND-BYFLASH  TO CL-BYFLASH
             COMPUTE CL-EXPEDITED =
                 I-GRAND-PRIORITY + I-GRAND-FLASH
             WRITE REC-SUMMARY FROM STR-SUM-CLASS-LINE
            END-IF

            CLOSE MANIFEST-FILE
            CLOSE SUMMARY-RPT
            CLOSE REJECT-FILE
                STR-LOG-CLOSE-FUNC, I-LOG-DUMMY-LEN,
                I-LOG-DUMMY-SHIFT, I-LOG-DUMMY-FLAG

      *    The night's fingerprints are on DUPREG - the register is
      *    closed and anything past its partner's window purged
            MOVE "F" TO C-DR-FUNC
            CALL "DUP-REGISTER" USING C-DR-FUNC, REC-DUPREG,
                STR-SCREEN-TEXT, I-DUP-LEN, I-DR-STATUS

      *    Likewise FLASHREG - closed, and purged past its retention
            MOVE "F" TO C-FR-FUNC
            CALL "FLASH-REGISTER" USING C-FR-FUNC, REC-FLASHREG,
                                        I-FR-STATUS

      *    The single-file driver's condition-code scheme, applied
      *    across the whole manifest - a faulted file counts as an
      *    8 alongside the reconcile/shift exceptions; a key past
      *    its usage warning threshold is a 4, and so is a night
      *    that put records on the screening hold, ciphered for
      *    a partner who never confirmed the key, or held a
      *    suspended partner's file. A flash run that found no
      *    flash traffic is the usual quiet day, not a warning.
            EVALUATE TRUE
             WHEN I-EXCEPTION-COUNT > 0 OR I-FAULTED-FILES > 0
              MOVE 8 TO I-RUN-RC
             WHEN I-UNCHANGED-COUNT > 0
                  OR (I-GRAND-RECORDS = 0 AND NOT I-FLASH-RUN)
                  OR I-KEYUSE-WARNED = 1
                  OR I-KEYDIST-WARNED = 1
                  OR I-GRAND-HELD > 0
                  OR I-HELD-FILES > 0
              MOVE 4 TO I-RUN-RC
             WHEN OTHER
              MOVE 0 TO I-RUN-RC
      *     scheduler sees it, not the logger's
            MOVE I-RUN-RC TO RETURN-CODE.

      *    The grand class volumes are the partners' lines summed,
      *    on top of anything a full table could not take
           WRITE-ONE-CLASS-LINE.
            MOVE PT-PARTNER(I-PT-ITER)  TO CL-PARTNER
            MOVE PT-ROUTINE(I-PT-ITER)  TO CL-ROUTINE
            MOVE PT-PRIORITY(I-PT-ITER) TO CL-PRIORITY
            MOVE PT-FLASH(I-PT-ITER)    TO CL-FLASH
            MOVE PT-BYFLASH(I-PT-ITER)  TO CL-BYFLASH
            COMPUTE CL-EXPEDITED =
                PT-PRIORITY(I-PT-ITER) + PT-FLASH(I-PT-ITER)
            WRITE REC-SUMMARY FROM STR-SUM-CLASS-LINE
            ADD PT-ROUTINE(I-PT-ITER)  TO I-GRAND-ROUTINE
            ADD PT-PRIORITY(I-PT-ITER) TO I-GRAND-PRIORITY
            ADD PT-FLASH(I-PT-ITER)    TO I-GRAND-FLASH
            ADD PT-BYFLASH(I-PT-ITER)  TO I-GRAND-BYFLASH.

           END PROGRAM CIPHMANY.
