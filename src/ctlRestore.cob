      *    // Control-file restore from a backup set - puts all eleven
      *    // control files back from one BKUPSET cut by CTLBKUP, so
      *    // KEYSTORE, SERIALF and the rest return to the same
      *    // moment together. Nothing is touched until the whole
      *    // set has been re-verified: every file's records are
      *    // recounted and refolded through RECORD-CHECK exactly as
      *    // the backup folded them, and each count and check value
      *    // must match the file's manifest line, the files must
      *    // arrive in the backup's order, and the trailer must
      *    // agree with the lot. A set cut before PERMPROF and
      *    // PARTLIFE joined it carries neither; both are then left
      *    // as they stand. A set that fails any of that
      *    // is refused whole. A verified set is shown to the
      *    // operator holding CTL-RESTORE, who confirms it by
      *    // typing its date;
      *    // each file is then rewritten from the set (a file the
      *    // backup found absent is left empty) and the restore is
      *    // written to CIPHERLOG under the operator's sign-on.
      *    // LOCKFILE comes back last - the enqueues this run holds
      *    // go with the file it replaces.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. CTLREST.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT KEY-STORE ASSIGN TO "KEYSTORE"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS KS-DATE
                     FILE STATUS IS STR-TARGET-STATUS.
                 SELECT TKEY-STORE ASSIGN TO "TKEYSTOR"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS TK-KEY
                     FILE STATUS IS STR-TARGET-STATUS.
                 SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-TARGET-STATUS.
                 SELECT PARTNER-FILE ASSIGN TO "PARTFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-TARGET-STATUS.
                 SELECT SERIAL-FILE ASSIGN TO "SERIALF"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-TARGET-STATUS.
                 SELECT SERIAL-REG ASSIGN TO "SERINREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-TARGET-STATUS.
                 SELECT OUTREG-FILE ASSIGN TO "OUTREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-TARGET-STATUS.
                 SELECT VAULT-FILE ASSIGN TO "VAULTF"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS VT-MSG-ID
                     FILE STATUS IS STR-TARGET-STATUS.
                 SELECT PERM-PROFILE-FILE ASSIGN TO "PERMPROF"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-TARGET-STATUS.
                 SELECT LIFECYCLE-FILE ASSIGN TO "PARTLIFE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-TARGET-STATUS.
                 SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-TARGET-STATUS.
                 SELECT BACKUP-SET ASSIGN TO "BKUPSET"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SET-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  KEY-STORE.
             COPY "keystore.cpy".

             FD  TKEY-STORE.
             COPY "tkeyrec.cpy".

             FD  OPERATOR-FILE.
             COPY "operrec.cpy".

             FD  PARTNER-FILE.
             COPY "partrec.cpy".

             FD  SERIAL-FILE.
             01 REC-SERIAL         PIC X(16).

             FD  SERIAL-REG.
             01 REC-SERREG         PIC X(16).

             FD  OUTREG-FILE.
             COPY "outregrec.cpy".

             FD  VAULT-FILE.
             COPY "vaultrec.cpy".

             FD  PERM-PROFILE-FILE.
             COPY "permrec.cpy".

             FD  LIFECYCLE-FILE.
             COPY "partlife.cpy".

             FD  LOCK-FILE.
             01 REC-LOCK           PIC X(40).

             FD  BACKUP-SET.
             COPY "bkupset.cpy".

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-TARGET-STATUS  PIC X(2).
             01 STR-SET-STATUS     PIC X(2).
             01 I-RUN-RC           PIC 99   VALUE 0.

      *    Sign-on fields - overwriting every control file at once
      *    is key-administration-grade authority
             01 STR-OPERATOR-ID    PIC X(8).
             01 STR-SIGNON-PASS    PIC X(8).
             01 I-OPERATOR-GRANTED PIC 9 VALUE 0.
             01 STR-SIGNON-CALLER  PIC X(8) VALUE "CTLREST".
             01 STR-SIGNON-FUNCTION PIC X(16)
                                   VALUE "CTL-RESTORE".
             01 C-SESSION-FUNC     PIC X(1) VALUE "S".

      *    The eleven control files in the order CTLBKUP writes
      *    them
             01 FILE-NAME-LIST.
               05 FILLER           PIC X(8) VALUE "KEYSTORE".
               05 FILLER           PIC X(8) VALUE "TKEYSTOR".
               05 FILLER           PIC X(8) VALUE "OPERFILE".
               05 FILLER           PIC X(8) VALUE "PARTFILE".
               05 FILLER           PIC X(8) VALUE "SERIALF".
               05 FILLER           PIC X(8) VALUE "SERINREG".
               05 FILLER           PIC X(8) VALUE "OUTREG".
               05 FILLER           PIC X(8) VALUE "VAULTF".
               05 FILLER           PIC X(8) VALUE "PERMPROF".
               05 FILLER           PIC X(8) VALUE "PARTLIFE".
               05 FILLER           PIC X(8) VALUE "LOCKFILE".
             01 FILE-NAME-TABLE REDEFINES FILE-NAME-LIST.
               05 FN-NAME          PIC X(8) OCCURS 11 TIMES.
             01 I-FILE-ITER        PIC 99.
             01 I-FILE-COUNT       PIC 99   VALUE 11.
      *    PERMPROF and PARTLIFE, from here up to LOCKFILE, joined
      *    the set later - an older set skips straight past them
      *    to LOCKFILE, and whether the set carried each file is
      *    kept so the restore pass skips the same ones
             01 I-FIRST-LATE-FILE  PIC 99   VALUE 9.
             01 FILE-CARRIED-TABLE.
               05 FN-CARRIED       PIC X(1) OCCURS 11 TIMES.
             01 I-SET-FILES        PIC 99   VALUE 0.

      *    Verification tallies - recounted and refolded from the
      *    set itself, then held against its manifest and trailer
             01 I-FILE-RECORDS     PIC 9(7).
             01 I-FILE-CHECK       PIC 9(4).
             01 I-SET-RECORDS      PIC 9(9) VALUE 0.
             01 I-FAULT-COUNT      PIC 9(4) VALUE 0.
             01 I-HEADER-SEEN      PIC 9    VALUE 0.
             01 I-TRAILER-SEEN     PIC 9    VALUE 0.
             01 STR-SET-DATE       PIC X(8).
             01 STR-SET-STAMP      PIC X(14).
             01 STR-SET-PROGRAM    PIC X(8).
             01 STR-ANS-SET-DATE   PIC X(8).

      *    RECORD-CHECK call fields - folded in two halves exactly
      *    as CTLBKUP folds them
             01 I-RC-HALF-LEN      PIC 999  VALUE 525.
      *    The tail past the halves holds the vault's run fields;
      *    it is folded only when it carries something, so a set
      *    cut before the vault record widened still refolds to
      *    the check its manifest was written with
             01 I-RC-TAIL-LEN      PIC 999  VALUE 66.
             01 I-RC-SEED          PIC 9(4).
             01 I-RC-CHECK         PIC 9(4).

      *    Restore pass - the file the set is writing into
             01 I-TARGET-OPEN      PIC 9    VALUE 0.
             01 I-RESTORED-COUNT   PIC 9(9) VALUE 0.
             01 I-WRITE-FAULTS     PIC 9(7) VALUE 0.
             01 I-LOCK-LINES       PIC 9(7) VALUE 0.

      *    Run-lock fields - the same enqueues CTLBKUP takes, so no
      *    batch or administration run is mid-update underneath
             01 C-LOCK-FUNC        PIC X(1).
             01 STR-LOCK-RESOURCE  PIC X(8).
             01 STR-LOCK-PROGRAM   PIC X(8) VALUE "CTLREST".
             01 I-LOCK-STATUS      PIC 9.
             01 LOCK-RESOURCE-LIST.
               05 FILLER           PIC X(8) VALUE "RESTARTF".
               05 FILLER           PIC X(8) VALUE "RESTARTM".
               05 FILLER           PIC X(8) VALUE "PARTFILE".
               05 FILLER           PIC X(8) VALUE "KEYSTORE".
               05 FILLER           PIC X(8) VALUE "SCRNHOLD".
               05 FILLER           PIC X(8) VALUE "PARTLIFE".
             01 LOCK-RESOURCE-TABLE REDEFINES LOCK-RESOURCE-LIST.
               05 LOCK-RES         PIC X(8) OCCURS 6 TIMES.
             01 I-LOCK-ITER        PIC 9.
             01 I-LOCKS-TAKEN      PIC 9    VALUE 0.

      *    One CIPHERLOG line for the restore, under the operator's
      *    sign-on
             01 STR-LOG-PROGRAM-NAME PIC X(16) VALUE "CTL-RESTORE".
             01 I-LOG-LEN            PIC 999   VALUE 0.
             01 I-LOG-SHIFT          PIC S99   VALUE 0.
             01 I-LOG-SUCCESS-FLAG   PIC 9     VALUE 1.

      *    Run-summary identities handed to LOG-RUN-HISTORY
             01 STR-RH-PROGRAM     PIC X(8) VALUE "CTLREST".
             01 C-CLOCK-STAMP      PIC X(1) VALUE "S".
             01 STR-RUN-START      PIC X(14).
             01 STR-RH-INPUT       PIC X(8) VALUE "BKUPSET".
             01 STR-RH-OUTPUT      PIC X(8) VALUE "CTLFILES".
             01 I-RH-RECORDS       PIC 9(6) VALUE 0.
             01 I-RH-ZERO          PIC 9(6) VALUE 0.

           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            DISPLAY "CTLREST - control-file restore"
            DISPLAY "Operator id: "
            ACCEPT STR-OPERATOR-ID
            DISPLAY "Password: "
            ACCEPT STR-SIGNON-PASS

            CALL "OPERATOR-SIGNON" USING
                STR-OPERATOR-ID, STR-SIGNON-PASS, I-OPERATOR-GRANTED,
                STR-SIGNON-CALLER, STR-SIGNON-FUNCTION

            IF I-OPERATOR-GRANTED = 0
             DISPLAY "CTLREST - restoring control files takes "
                     "the CTL-RESTORE function - session refused"
             MOVE 8 TO RETURN-CODE
             GOBACK
            END-IF

            CALL "CIPHER-SESSION" USING C-SESSION-FUNC,
                                        STR-OPERATOR-ID

            PERFORM VERIFY-BACKUP-SET
            IF I-RUN-RC NOT = 0
             MOVE I-RUN-RC TO RETURN-CODE
             GOBACK
            END-IF

            DISPLAY "CTLREST - set verified: date " STR-SET-DATE
                    " cut " STR-SET-STAMP " by " STR-SET-PROGRAM
                    " - " I-SET-RECORDS " record(s)"
            DISPLAY "Type the set date to restore it (YYYYMMDD): "
            ACCEPT STR-ANS-SET-DATE
            IF STR-ANS-SET-DATE NOT = STR-SET-DATE
             DISPLAY "CTLREST - restore abandoned - nothing changed"
             MOVE 4 TO RETURN-CODE
             GOBACK
            END-IF

            PERFORM ACQUIRE-RUN-LOCKS
            IF I-RUN-RC NOT = 0
             MOVE I-RUN-RC TO RETURN-CODE
             GOBACK
            END-IF

            PERFORM RESTORE-BACKUP-SET

            IF I-WRITE-FAULTS > 0
             DISPLAY "CTLREST - restore INCOMPLETE - " I-WRITE-FAULTS
                     " record(s) would not write - restore again "
                     "before any run"
             MOVE 12 TO I-RUN-RC
             MOVE 0  TO I-LOG-SUCCESS-FLAG
            ELSE
             DISPLAY "CTLREST - " I-RESTORED-COUNT " record(s) "
                     "restored from set " STR-SET-DATE
            END-IF

      *     The lock file that came back is the backup's - any
      *     enqueue on it belonged to a run that is long over
            IF I-LOCK-LINES > 0
             DISPLAY "CTLREST - " I-LOCK-LINES " enqueue(s) came back "
                     "with LOCKFILE - clear them through LOCKADM"
             IF I-RUN-RC = 0
              MOVE 4 TO I-RUN-RC
             END-IF
            END-IF

            CALL "LOG-CIPHER-EVENT" USING
             BY CONTENT STR-LOG-PROGRAM-NAME,
             BY CONTENT I-LOG-LEN,
             BY CONTENT I-LOG-SHIFT,
             BY CONTENT I-LOG-SUCCESS-FLAG

            IF I-RESTORED-COUNT > 999999
             MOVE 999999 TO I-RH-RECORDS
            ELSE
             MOVE I-RESTORED-COUNT TO I-RH-RECORDS
            END-IF
            CALL "LOG-RUN-HISTORY" USING
                STR-RH-PROGRAM, STR-RH-INPUT, STR-RH-OUTPUT,
                I-RH-RECORDS, I-RH-ZERO, I-RH-ZERO, I-RUN-RC

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
      *    Verification pass - reads the whole set, refolds every
      *    file and holds each against its manifest line. Any fault
      *    refuses the restore before a single file is opened
      *    /////////////////////////////////////////////////////////////
           VERIFY-BACKUP-SET.
            OPEN INPUT BACKUP-SET
            IF STR-SET-STATUS NOT = "00"
             DISPLAY "CTLREST - cannot open BKUPSET - status "
                     STR-SET-STATUS
             MOVE 8 TO I-RUN-RC
             EXIT PARAGRAPH
            END-IF

            MOVE 1   TO I-FILE-ITER
            MOVE 0   TO I-FILE-RECORDS
            MOVE 0   TO I-FILE-CHECK
            MOVE "N" TO I-EOF-FLAG
            MOVE SPACES TO FILE-CARRIED-TABLE
            PERFORM VERIFY-ONE-SET-RECORD UNTIL I-AT-EOF
            CLOSE BACKUP-SET

            IF I-HEADER-SEEN = 0
             DISPLAY "CTLREST - BKUPSET has no header - not a "
                     "backup set"
             ADD 1 TO I-FAULT-COUNT
            END-IF
            IF I-FILE-ITER NOT > I-FILE-COUNT
             DISPLAY "CTLREST - BKUPSET stops before "
                     FN-NAME(I-FILE-ITER) " - the set is incomplete"
             ADD 1 TO I-FAULT-COUNT
            END-IF
            IF I-TRAILER-SEEN = 0
             DISPLAY "CTLREST - BKUPSET has no trailer - the set is "
                     "incomplete"
             ADD 1 TO I-FAULT-COUNT
            END-IF

            IF I-FAULT-COUNT > 0
             DISPLAY "CTLREST - " I-FAULT-COUNT " fault(s) - set "
                     "REFUSED, nothing restored"
             MOVE 12 TO I-RUN-RC
            END-IF.

           VERIFY-ONE-SET-RECORD.
            READ BACKUP-SET
                AT END SET I-AT-EOF TO TRUE
            END-READ
            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            IF I-HEADER-SEEN = 0 AND NOT BK-IS-HEADER
             DISPLAY "CTLREST - BKUPSET does not open with a header"
             ADD 1 TO I-FAULT-COUNT
             SET I-AT-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

      *     A file's first line naming a file further on, where a
      *     later addition was expected, is an older set
            IF (BK-IS-DATA OR BK-IS-MANIFEST) AND I-FILE-RECORDS = 0
             PERFORM SKIP-UNCARRIED-FILE
                 UNTIL I-FILE-ITER < I-FIRST-LATE-FILE
                    OR I-FILE-ITER NOT < I-FILE-COUNT
                    OR BK-FILE = FN-NAME(I-FILE-ITER)
            END-IF

            EVALUATE TRUE
             WHEN BK-IS-HEADER
              MOVE 1 TO I-HEADER-SEEN
              MOVE BK-SET-DATE    TO STR-SET-DATE
              MOVE BK-SET-STAMP   TO STR-SET-STAMP
              MOVE BK-SET-PROGRAM TO STR-SET-PROGRAM
             WHEN I-FILE-ITER > I-FILE-COUNT AND NOT BK-IS-TRAILER
              DISPLAY "CTLREST - BKUPSET carries " BK-FILE
                      " past the last file"
              ADD 1 TO I-FAULT-COUNT
             WHEN BK-IS-DATA
              PERFORM VERIFY-DATA-RECORD
             WHEN BK-IS-MANIFEST
              PERFORM VERIFY-MANIFEST-RECORD
             WHEN BK-IS-TRAILER
              PERFORM VERIFY-TRAILER-RECORD
             WHEN OTHER
              DISPLAY "CTLREST - BKUPSET record type " BK-REC-TYPE
                      " unknown"
              ADD 1 TO I-FAULT-COUNT
            END-EVALUATE.

           VERIFY-DATA-RECORD.
            IF BK-FILE NOT = FN-NAME(I-FILE-ITER)
             DISPLAY "CTLREST - " BK-FILE " record where "
                     FN-NAME(I-FILE-ITER) " was expected"
             ADD 1 TO I-FAULT-COUNT
             SET I-AT-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO I-FILE-RECORDS
            ADD 1 TO I-SET-RECORDS
            PERFORM FOLD-SET-RECORD.

           VERIFY-MANIFEST-RECORD.
            IF BK-FILE NOT = FN-NAME(I-FILE-ITER)
             DISPLAY "CTLREST - " BK-FILE " manifest where "
                     FN-NAME(I-FILE-ITER) " was expected"
             ADD 1 TO I-FAULT-COUNT
             SET I-AT-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF

            IF BK-MAN-COUNT = I-FILE-RECORDS
                  AND BK-MAN-CHECK = I-FILE-CHECK
             DISPLAY "  " BK-FILE " " I-FILE-RECORDS " record(s) "
                     "check " I-FILE-CHECK " - verified"
            ELSE
             DISPLAY "  " BK-FILE " manifest " BK-MAN-COUNT
                     "/" BK-MAN-CHECK " but set holds "
                     I-FILE-RECORDS "/" I-FILE-CHECK " - MISMATCH"
             ADD 1 TO I-FAULT-COUNT
            END-IF

            MOVE "Y" TO FN-CARRIED(I-FILE-ITER)
            ADD 1 TO I-SET-FILES
            ADD 1 TO I-FILE-ITER
            MOVE 0 TO I-FILE-RECORDS
            MOVE 0 TO I-FILE-CHECK.

           SKIP-UNCARRIED-FILE.
            DISPLAY "  " FN-NAME(I-FILE-ITER) " not in this set - "
                    "it predates the file; left as it stands"
            MOVE "N" TO FN-CARRIED(I-FILE-ITER)
            ADD 1 TO I-FILE-ITER.

           VERIFY-TRAILER-RECORD.
            MOVE 1 TO I-TRAILER-SEEN
            IF BK-TRL-FILES NOT = I-SET-FILES
                  OR BK-TRL-RECORDS NOT = I-SET-RECORDS
             DISPLAY "CTLREST - trailer " BK-TRL-FILES " file(s) "
                     BK-TRL-RECORDS " record(s) but set holds "
                     I-SET-RECORDS " - MISMATCH"
             ADD 1 TO I-FAULT-COUNT
            END-IF.

      *    Chains the record's data area into the file's check
      *    value - identical to CTLBKUP's fold
           FOLD-SET-RECORD.
            MOVE I-FILE-CHECK TO I-RC-SEED
            CALL "RECORD-CHECK" USING
                BK-DATA(1:525), I-RC-HALF-LEN, I-RC-SEED, I-RC-CHECK
            MOVE I-RC-CHECK TO I-RC-SEED
            CALL "RECORD-CHECK" USING
                BK-DATA(526:525), I-RC-HALF-LEN, I-RC-SEED,
                I-RC-CHECK
            IF BK-DATA(1051:66) NOT = SPACES
             MOVE I-RC-CHECK TO I-RC-SEED
             CALL "RECORD-CHECK" USING
                 BK-DATA(1051:66), I-RC-TAIL-LEN, I-RC-SEED,
                 I-RC-CHECK
            END-IF
            MOVE I-RC-CHECK TO I-FILE-CHECK.

      *    /////////////////////////////////////////////////////////////
      *    Restore pass - the verified set is read again and each
      *    file rewritten from its records. A file opens on its
      *    first record and closes on its manifest line; one with
      *    no records is opened and closed empty there
      *    /////////////////////////////////////////////////////////////
           RESTORE-BACKUP-SET.
            OPEN INPUT BACKUP-SET
            MOVE 1   TO I-FILE-ITER
            MOVE 0   TO I-TARGET-OPEN
            MOVE "N" TO I-EOF-FLAG
            PERFORM RESTORE-ONE-SET-RECORD UNTIL I-AT-EOF
            CLOSE BACKUP-SET.

           RESTORE-ONE-SET-RECORD.
            READ BACKUP-SET
                AT END SET I-AT-EOF TO TRUE
            END-READ
            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            EVALUATE TRUE
             WHEN BK-IS-DATA
              IF I-TARGET-OPEN = 0
               PERFORM OPEN-TARGET-FILE
              END-IF
              PERFORM WRITE-TARGET-RECORD
             WHEN BK-IS-MANIFEST
              IF I-TARGET-OPEN = 0
               PERFORM OPEN-TARGET-FILE
              END-IF
              PERFORM CLOSE-TARGET-FILE
              ADD 1 TO I-FILE-ITER
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    One verb per file - COBOL names the file on every OPEN,
      *    WRITE and CLOSE, so the table index picks the file here
      *    /////////////////////////////////////////////////////////////
           OPEN-TARGET-FILE.
            PERFORM SKIP-RESTORE-FILE
                UNTIL FN-CARRIED(I-FILE-ITER) = "Y"
            EVALUATE I-FILE-ITER
             WHEN 1 OPEN OUTPUT KEY-STORE
             WHEN 2 OPEN OUTPUT TKEY-STORE
             WHEN 3 OPEN OUTPUT OPERATOR-FILE
             WHEN 4 OPEN OUTPUT PARTNER-FILE
             WHEN 5 OPEN OUTPUT SERIAL-FILE
             WHEN 6 OPEN OUTPUT SERIAL-REG
             WHEN 7 OPEN OUTPUT OUTREG-FILE
             WHEN 8 OPEN OUTPUT VAULT-FILE
             WHEN 9 OPEN OUTPUT PERM-PROFILE-FILE
             WHEN 10 OPEN OUTPUT LIFECYCLE-FILE
             WHEN 11 OPEN OUTPUT LOCK-FILE
            END-EVALUATE
            MOVE 1 TO I-TARGET-OPEN.

      *    A file the verified set did not carry is passed over,
      *    never opened - it keeps what it holds now
           SKIP-RESTORE-FILE.
            ADD 1 TO I-FILE-ITER.

           WRITE-TARGET-RECORD.
            EVALUATE I-FILE-ITER
             WHEN 1 WRITE REC-KEYSTORE FROM BK-DATA
             WHEN 2 WRITE REC-TKEYSTORE FROM BK-DATA
             WHEN 3 WRITE REC-OPERATOR FROM BK-DATA
             WHEN 4 WRITE REC-PARTNER-PROFILE FROM BK-DATA
             WHEN 5 WRITE REC-SERIAL FROM BK-DATA
             WHEN 6 WRITE REC-SERREG FROM BK-DATA
             WHEN 7 WRITE REC-OUTREG FROM BK-DATA
             WHEN 8 WRITE REC-VAULT FROM BK-DATA
             WHEN 9 WRITE REC-PERMPROF FROM BK-DATA
             WHEN 10 WRITE REC-PARTLIFE FROM BK-DATA
             WHEN 11 WRITE REC-LOCK FROM BK-DATA
                    ADD 1 TO I-LOCK-LINES
            END-EVALUATE

            IF STR-TARGET-STATUS = "00"
             ADD 1 TO I-RESTORED-COUNT
            ELSE
             DISPLAY "CTLREST - " FN-NAME(I-FILE-ITER) " write "
                     "status " STR-TARGET-STATUS
             ADD 1 TO I-WRITE-FAULTS
            END-IF.

           CLOSE-TARGET-FILE.
            EVALUATE I-FILE-ITER
             WHEN 1 CLOSE KEY-STORE
             WHEN 2 CLOSE TKEY-STORE
             WHEN 3 CLOSE OPERATOR-FILE
             WHEN 4 CLOSE PARTNER-FILE
             WHEN 5 CLOSE SERIAL-FILE
             WHEN 6 CLOSE SERIAL-REG
             WHEN 7 CLOSE OUTREG-FILE
             WHEN 8 CLOSE VAULT-FILE
             WHEN 9 CLOSE PERM-PROFILE-FILE
             WHEN 10 CLOSE LIFECYCLE-FILE
             WHEN 11 CLOSE LOCK-FILE
            END-EVALUATE
            MOVE 0 TO I-TARGET-OPEN.

      *    /////////////////////////////////////////////////////////////
      *    Takes the enqueues in a fixed order - a resource someone
      *    live holds refuses the restore and hands back whatever
      *    was already taken. They are not released at the end:
      *    they live on the LOCKFILE the restore replaces
      *    /////////////////////////////////////////////////////////////
           ACQUIRE-RUN-LOCKS.
            MOVE "A" TO C-LOCK-FUNC
            MOVE 0   TO I-LOCKS-TAKEN
            PERFORM ACQUIRE-ONE-LOCK
                VARYING I-LOCK-ITER FROM 1 BY 1
                UNTIL I-LOCK-ITER > 6 OR I-RUN-RC NOT = 0.

           ACQUIRE-ONE-LOCK.
            MOVE LOCK-RES(I-LOCK-ITER) TO STR-LOCK-RESOURCE
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS
            IF I-LOCK-STATUS = 0
             ADD 1 TO I-LOCKS-TAKEN
            ELSE
             DISPLAY "CTLREST - restore refused - "
                     STR-LOCK-RESOURCE " enqueue is held"
             PERFORM RELEASE-RUN-LOCKS
             MOVE 8 TO I-RUN-RC
            END-IF.

           RELEASE-RUN-LOCKS.
            MOVE "R" TO C-LOCK-FUNC
            PERFORM RELEASE-ONE-LOCK
                VARYING I-LOCK-ITER FROM 1 BY 1
                UNTIL I-LOCK-ITER > I-LOCKS-TAKEN.

           RELEASE-ONE-LOCK.
            MOVE LOCK-RES(I-LOCK-ITER) TO STR-LOCK-RESOURCE
            CALL "RUN-LOCK" USING C-LOCK-FUNC, STR-LOCK-RESOURCE,
                                  STR-LOCK-PROGRAM, I-LOCK-STATUS.

           END PROGRAM CTLREST.
