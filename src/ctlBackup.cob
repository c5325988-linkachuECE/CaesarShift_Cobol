      *    // Control-file backup set - the system's state lives in
      *    // eleven control files (KEYSTORE, TKEYSTOR, OPERFILE,
      *    // PARTFILE, SERIALF, SERINREG, OUTREG, VAULTF, PERMPROF,
      *    // PARTLIFE and LOCKFILE), and restoring any one of them
      *    // from a different point than the others does damage: an
      *    // old KEYSTORE put back beside a newer SERIALF re-issues
      *    // serials. This copies all eleven, under the enqueues the
      *    // batch and administration programs take, into one dated
      *    // BKUPSET (the JCL dates the dataset) - a header, every
      *    // record of every file, a manifest line per file with its
      *    // record count and RECORD-CHECK value, and a trailer -
      *    // and prints the manifest to BKUPMAN. Runs first in the
      *    // nightly stream, so the night always has a known-good
      *    // point to fall back to through CTLREST. A file that is
      *    // not there is recorded absent, not failed; a file that
      *    // cannot be read fails the run, since a set missing a
      *    // file is no fall-back at all.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. CTLBKUP.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT KEY-STORE ASSIGN TO "KEYSTORE"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS KS-DATE
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT TKEY-STORE ASSIGN TO "TKEYSTOR"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS TK-KEY
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT PARTNER-FILE ASSIGN TO "PARTFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT SERIAL-FILE ASSIGN TO "SERIALF"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT SERIAL-REG ASSIGN TO "SERINREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT OUTREG-FILE ASSIGN TO "OUTREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT VAULT-FILE ASSIGN TO "VAULTF"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS VT-MSG-ID
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT PERM-PROFILE-FILE ASSIGN TO "PERMPROF"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT LIFECYCLE-FILE ASSIGN TO "PARTLIFE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT BACKUP-SET ASSIGN TO "BKUPSET"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SET-STATUS.
                 SELECT MANIFEST-REPORT ASSIGN TO "BKUPMAN"
                     ORGANIZATION IS LINE SEQUENTIAL.

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

      *    RUN-LOCK's line, so this run's own enqueues can be left
      *    out of the copy
             FD  LOCK-FILE.
             01 REC-LOCK.
               05 LK-RESOURCE    PIC X(8).
               05 FILLER         PIC X(1).
               05 LK-PROGRAM     PIC X(8).
               05 FILLER         PIC X(1).
               05 LK-USER        PIC X(8).
               05 FILLER         PIC X(1).
               05 LK-STAMP       PIC X(14).

             FD  BACKUP-SET.
             COPY "bkupset.cpy".

             FD  MANIFEST-REPORT.
             01 REC-MANIFEST-RPT   PIC X(80).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-SOURCE-STATUS  PIC X(2).
             01 STR-SET-STATUS     PIC X(2).
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-PROC-DATE      PIC X(8).
             01 STR-SET-STAMP      PIC X(14).
             01 I-RUN-RC           PIC 99   VALUE 0.

      *    The eleven control files, in the order the set carries
      *    them - LOCKFILE last, so a restore rewrites the lock
      *    file only once everything else is back
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

      *    Per-file tallies - the count and the check value chained
      *    over every record copied
             01 I-FILE-RECORDS     PIC 9(7).
             01 I-FILE-CHECK       PIC 9(4).
             01 C-FILE-PRESENT     PIC X(1).
             01 I-SET-RECORDS      PIC 9(9) VALUE 0.
             01 I-SET-FILES        PIC 99   VALUE 0.
             01 I-ABSENT-COUNT     PIC 99   VALUE 0.

      *    RECORD-CHECK call fields - a set record is folded in two
      *    halves, the routine taking at most 999 bytes a call.
      *    CTLREST folds the same way; the two must never differ
             01 I-RC-HALF-LEN      PIC 999  VALUE 525.
      *    The tail past the halves holds the vault's run fields;
      *    it is folded only when it carries something, so a set
      *    cut before the vault record widened still refolds to
      *    the check its manifest was written with
             01 I-RC-TAIL-LEN      PIC 999  VALUE 66.
             01 I-RC-SEED          PIC 9(4).
             01 I-RC-CHECK         PIC 9(4).

      *    Run-lock fields - every enqueue the batch and control-
      *    file administration programs take, so nothing moves
      *    while the set is cut
             01 C-LOCK-FUNC        PIC X(1).
             01 STR-LOCK-RESOURCE  PIC X(8).
             01 STR-LOCK-PROGRAM   PIC X(8) VALUE "CTLBKUP".
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

      *    Run-summary identities handed to LOG-RUN-HISTORY
             01 STR-RH-PROGRAM     PIC X(8) VALUE "CTLBKUP".
             01 C-CLOCK-STAMP      PIC X(1) VALUE "S".
             01 STR-RUN-START      PIC X(14).
             01 STR-RH-INPUT       PIC X(8) VALUE "CTLFILES".
             01 STR-RH-OUTPUT      PIC X(8) VALUE "BKUPSET".
             01 I-RH-RECORDS       PIC 9(6) VALUE 0.
             01 I-RH-ZERO          PIC 9(6) VALUE 0.

      *    Manifest report line layouts
             01 STR-MAN-HEADER     PIC X(80)
                 VALUE "CONTROL-FILE BACKUP SET MANIFEST".
             01 STR-MAN-SET-LINE.
               05 FILLER           PIC X(9)  VALUE "SET DATE=".
               05 MAN-SET-DATE     PIC X(8).
               05 FILLER           PIC X(7)  VALUE " STAMP=".
               05 MAN-SET-STAMP    PIC X(14).
               05 FILLER           PIC X(42) VALUE SPACES.
             01 STR-MAN-BLANK      PIC X(80) VALUE SPACES.
             01 STR-MAN-FILE-LINE.
               05 MAN-FILE         PIC X(8).
               05 FILLER           PIC X(9)  VALUE " RECORDS=".
               05 MAN-RECORDS      PIC 9(7).
               05 FILLER           PIC X(7)  VALUE " CHECK=".
               05 MAN-CHECK        PIC 9(4).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 MAN-PRESENT      PIC X(7).
               05 FILLER           PIC X(37) VALUE SPACES.
             01 STR-MAN-TOTALS.
               05 FILLER           PIC X(6)  VALUE "FILES=".
               05 MAN-FILES        PIC 99.
               05 FILLER           PIC X(9)  VALUE " RECORDS=".
               05 MAN-SET-RECORDS  PIC 9(9).
               05 FILLER           PIC X(8)  VALUE " ABSENT=".
               05 MAN-ABSENT       PIC 99.
               05 FILLER           PIC X(44) VALUE SPACES.

           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            PERFORM ACQUIRE-RUN-LOCKS
            IF I-RUN-RC NOT = 0
             MOVE I-RUN-RC TO RETURN-CODE
             GOBACK
            END-IF

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            MOVE FUNCTION CURRENT-DATE(1:14) TO STR-SET-STAMP

            OPEN OUTPUT BACKUP-SET
            IF STR-SET-STATUS NOT = "00"
             DISPLAY "CTLBKUP - cannot open BKUPSET - status "
                     STR-SET-STATUS
             PERFORM RELEASE-RUN-LOCKS
             MOVE 12 TO RETURN-CODE
             GOBACK
            END-IF

            OPEN OUTPUT MANIFEST-REPORT
            MOVE STR-PROC-DATE TO MAN-SET-DATE
            MOVE STR-SET-STAMP TO MAN-SET-STAMP
            WRITE REC-MANIFEST-RPT FROM STR-MAN-HEADER
            WRITE REC-MANIFEST-RPT FROM STR-MAN-SET-LINE
            WRITE REC-MANIFEST-RPT FROM STR-MAN-BLANK

            MOVE SPACES TO REC-BKUPSET
            SET BK-IS-HEADER TO TRUE
            MOVE "BKUPSET"        TO BK-FILE
            MOVE STR-PROC-DATE    TO BK-SET-DATE
            MOVE STR-SET-STAMP    TO BK-SET-STAMP
            MOVE STR-LOCK-PROGRAM TO BK-SET-PROGRAM
            WRITE REC-BKUPSET

            PERFORM COPY-ONE-FILE
                VARYING I-FILE-ITER FROM 1 BY 1
                UNTIL I-FILE-ITER > I-FILE-COUNT
                   OR I-RUN-RC NOT = 0

            IF I-RUN-RC = 0
             MOVE SPACES TO REC-BKUPSET
             SET BK-IS-TRAILER TO TRUE
             MOVE "BKUPSET"     TO BK-FILE
             MOVE I-SET-FILES   TO BK-TRL-FILES
             MOVE I-SET-RECORDS TO BK-TRL-RECORDS
             WRITE REC-BKUPSET
            END-IF

            MOVE I-SET-FILES    TO MAN-FILES
            MOVE I-SET-RECORDS  TO MAN-SET-RECORDS
            MOVE I-ABSENT-COUNT TO MAN-ABSENT
            WRITE REC-MANIFEST-RPT FROM STR-MAN-BLANK
            WRITE REC-MANIFEST-RPT FROM STR-MAN-TOTALS

            CLOSE BACKUP-SET
            CLOSE MANIFEST-REPORT

            IF I-RUN-RC = 0
             DISPLAY "CTLBKUP - backup set " STR-PROC-DATE " cut - "
                     I-SET-FILES " file(s), " I-SET-RECORDS
                     " record(s)"
            ELSE
             DISPLAY "CTLBKUP - backup set INCOMPLETE - do not "
                     "restore from it"
            END-IF

            IF I-SET-RECORDS > 999999
             MOVE 999999 TO I-RH-RECORDS
            ELSE
             MOVE I-SET-RECORDS TO I-RH-RECORDS
            END-IF
            CALL "LOG-RUN-HISTORY" USING
                STR-RH-PROGRAM, STR-RH-INPUT, STR-RH-OUTPUT,
                I-RH-RECORDS, I-RH-ZERO, I-RH-ZERO, I-RUN-RC

            PERFORM RELEASE-RUN-LOCKS

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
      *    Copies one control file into the set and closes it with
      *    its manifest line
      *    /////////////////////////////////////////////////////////////
           COPY-ONE-FILE.
            MOVE 0   TO I-FILE-RECORDS
            MOVE 0   TO I-FILE-CHECK
            MOVE "Y" TO C-FILE-PRESENT
            MOVE "N" TO I-EOF-FLAG

            PERFORM OPEN-SOURCE-FILE
            EVALUATE STR-SOURCE-STATUS
             WHEN "00"
             WHEN "05"
              PERFORM COPY-ONE-RECORD UNTIL I-AT-EOF
              PERFORM CLOSE-SOURCE-FILE
             WHEN "35"
              MOVE "N" TO C-FILE-PRESENT
              ADD 1 TO I-ABSENT-COUNT
             WHEN OTHER
              DISPLAY "CTLBKUP - cannot read " FN-NAME(I-FILE-ITER)
                      " - status " STR-SOURCE-STATUS
              MOVE 12 TO I-RUN-RC
              EXIT PARAGRAPH
            END-EVALUATE

            IF I-RUN-RC NOT = 0
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO REC-BKUPSET
            SET BK-IS-MANIFEST TO TRUE
            MOVE FN-NAME(I-FILE-ITER) TO BK-FILE
            MOVE I-FILE-RECORDS       TO BK-MAN-COUNT
            MOVE I-FILE-CHECK         TO BK-MAN-CHECK
            MOVE C-FILE-PRESENT       TO BK-MAN-PRESENT
            WRITE REC-BKUPSET
            ADD 1 TO I-SET-FILES

            MOVE FN-NAME(I-FILE-ITER) TO MAN-FILE
            MOVE I-FILE-RECORDS       TO MAN-RECORDS
            MOVE I-FILE-CHECK         TO MAN-CHECK
            IF C-FILE-PRESENT = "Y"
             MOVE "PRESENT" TO MAN-PRESENT
            ELSE
             MOVE "ABSENT"  TO MAN-PRESENT
            END-IF
            WRITE REC-MANIFEST-RPT FROM STR-MAN-FILE-LINE.

           COPY-ONE-RECORD.
            MOVE SPACES TO REC-BKUPSET
            PERFORM READ-SOURCE-RECORD
            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

      *     This run's own enqueues are not state worth keeping - a
      *     restore would otherwise bring back locks nobody holds
            IF FN-NAME(I-FILE-ITER) = "LOCKFILE"
                  AND LK-PROGRAM = STR-LOCK-PROGRAM
             EXIT PARAGRAPH
            END-IF

            SET BK-IS-DATA TO TRUE
            MOVE FN-NAME(I-FILE-ITER) TO BK-FILE
            PERFORM FOLD-SET-RECORD
            WRITE REC-BKUPSET
            IF STR-SET-STATUS NOT = "00"
             DISPLAY "CTLBKUP - cannot write BKUPSET - status "
                     STR-SET-STATUS
             MOVE 12 TO I-RUN-RC
             SET I-AT-EOF TO TRUE
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO I-FILE-RECORDS
            ADD 1 TO I-SET-RECORDS.

      *    Chains the record's data area into the file's check
      *    value - the previous value seeds the next fold, so a
      *    dropped, added or reordered record changes the result
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
      *    One verb per file - COBOL names the file on every OPEN,
      *    READ and CLOSE, so the table index picks the file here
      *    /////////////////////////////////////////////////////////////
           OPEN-SOURCE-FILE.
            EVALUATE I-FILE-ITER
             WHEN 1 OPEN INPUT KEY-STORE
             WHEN 2 OPEN INPUT TKEY-STORE
             WHEN 3 OPEN INPUT OPERATOR-FILE
             WHEN 4 OPEN INPUT PARTNER-FILE
             WHEN 5 OPEN INPUT SERIAL-FILE
             WHEN 6 OPEN INPUT SERIAL-REG
             WHEN 7 OPEN INPUT OUTREG-FILE
             WHEN 8 OPEN INPUT VAULT-FILE
             WHEN 9 OPEN INPUT PERM-PROFILE-FILE
             WHEN 10 OPEN INPUT LIFECYCLE-FILE
             WHEN 11 OPEN INPUT LOCK-FILE
            END-EVALUATE.

           READ-SOURCE-RECORD.
            EVALUATE I-FILE-ITER
             WHEN 1
              READ KEY-STORE INTO BK-DATA
                  AT END SET I-AT-EOF TO TRUE
              END-READ
             WHEN 2
              READ TKEY-STORE INTO BK-DATA
                  AT END SET I-AT-EOF TO TRUE
              END-READ
             WHEN 3
              READ OPERATOR-FILE INTO BK-DATA
                  AT END SET I-AT-EOF TO TRUE
              END-READ
             WHEN 4
              READ PARTNER-FILE INTO BK-DATA
                  AT END SET I-AT-EOF TO TRUE
              END-READ
             WHEN 5
              READ SERIAL-FILE INTO BK-DATA
                  AT END SET I-AT-EOF TO TRUE
              END-READ
             WHEN 6
              READ SERIAL-REG INTO BK-DATA
                  AT END SET I-AT-EOF TO TRUE
              END-READ
             WHEN 7
              READ OUTREG-FILE INTO BK-DATA
                  AT END SET I-AT-EOF TO TRUE
              END-READ
             WHEN 8
              READ VAULT-FILE INTO BK-DATA
                  AT END SET I-AT-EOF TO TRUE
              END-READ
             WHEN 9
              READ PERM-PROFILE-FILE INTO BK-DATA
                  AT END SET I-AT-EOF TO TRUE
              END-READ
             WHEN 10
              READ LIFECYCLE-FILE INTO BK-DATA
                  AT END SET I-AT-EOF TO TRUE
              END-READ
             WHEN 11
              READ LOCK-FILE INTO BK-DATA
                  AT END SET I-AT-EOF TO TRUE
              END-READ
            END-EVALUATE.

           CLOSE-SOURCE-FILE.
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
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    Takes the enqueues in a fixed order - a resource someone
      *    live holds refuses the whole run and hands back whatever
      *    was already taken
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
             DISPLAY "CTLBKUP - run refused - "
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

           END PROGRAM CTLBKUP.
