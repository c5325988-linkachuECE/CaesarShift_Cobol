      *    // Keeper of the FLASHREG flash register for CIPHMANY. A
      *    // flash run - started by hand during the day for the
      *    // flash-class traffic that cannot wait for the night -
      *    // files every record it sent, or put on the screening
      *    // hold, under the input dataset and record number it came
      *    // from and a RECORD-CHECK fold of its content. The nightly
      *    // run reading the same input asks for each flash-class
      *    // record and passes over one already filed, so a message
      *    // is never sent twice; a record whose content no longer
      *    // folds the same is not the record that was flashed and
      *    // goes out as usual.
      *    //
      *    // Functions -
      *    //   C  check the caller's FR-INDSN, FR-REC-NUM and
      *    //      FR-CHECK - the input's entries are loaded from the
      *    //      file on the first check for that input, so only
      *    //      what earlier runs filed counts. A match comes back
      *    //      status 1 with FR-DATE, FR-DISP and FR-FLASH-DSN
      *    //      set to the entry it matched
      *    //   P  post the caller's line under today's business date
      *    //   F  finish - close the register and purge every entry
      *    //      older than the retention below
      *    // The status answers 0 done (or no match), 1 already
      *    // flashed, 8 a register that cannot be read or written.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. FLASH-REGISTER.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT REGISTER-FILE ASSIGN TO "FLASHREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-REGISTER-STATUS.

      *    The purge copies what it keeps through this DD and back
                 SELECT WORK-FILE ASSIGN TO "FLSWORK"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-WORK-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  REGISTER-FILE.
             01 REC-REGISTER-FILE  PIC X(121).

             FD  WORK-FILE.
             01 REC-WORK-FILE      PIC X(121).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF              VALUE "Y".
             01 STR-REGISTER-STATUS PIC X(2).
             01 STR-WORK-STATUS    PIC X(2).
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-PROC-DATE      PIC X(8).
             01 I-PROC-DATE-NUM REDEFINES STR-PROC-DATE PIC 9(8).
             01 I-TODAY-INT        PIC 9(7).
             01 I-ROW-INT          PIC 9(7).

      *    An entry is kept this many days - long enough for a held
      *    partner's input to be rebuilt and run days later without
      *    its flashed records going out again
             01 I-KEEP-DAYS        PIC 9(3) VALUE 30.

      *    The register stays open for append between posts - a
      *    check that has to load an input's entries closes it first
             01 I-POST-OPEN        PIC 9    VALUE 0.

      *    The loaded input's entries
             01 STR-LOADED-DSN     PIC X(44) VALUE LOW-VALUES.
             01 I-FL-COUNT         PIC 9(4)  VALUE 0.
             01 I-FL-OVERFLOW      PIC 9     VALUE 0.
             01 FL-TABLE.
               05 FT-ENTRY         OCCURS 5000 TIMES.
                 10 FT-REC-NUM     PIC 9(6).
                 10 FT-CHECK       PIC 9(4).
                 10 FT-DATE        PIC X(8).
                 10 FT-DISP        PIC X(1).
                 10 FT-FLASH-DSN   PIC X(44).
             01 I-FL-ITER          PIC 9(4).
             01 I-FOUND-SLOT       PIC 9(4).

      *    Purge tallies
             01 I-KEPT-COUNT       PIC 9(7).
             01 I-PURGED-COUNT     PIC 9(7).

      *    Working view of one register line
             01 STR-REG-ENTRY.
               05 RE-DATE          PIC X(8).
               05 RE-DATE-NUM REDEFINES RE-DATE PIC 9(8).
               05 FILLER           PIC X(1).
               05 RE-PARTNER       PIC X(8).
               05 FILLER           PIC X(1).
               05 RE-INDSN         PIC X(44).
               05 FILLER           PIC X(1).
               05 RE-REC-NUM       PIC 9(6).
               05 FILLER           PIC X(1).
               05 RE-CHECK         PIC 9(4).
               05 FILLER           PIC X(1).
               05 RE-DISP          PIC X(1).
               05 FILLER           PIC X(1).
               05 RE-FLASH-DSN     PIC X(44).

            LINKAGE SECTION.
      *    C check, P post, F finish
             01 C-FR-FUNC          PIC X(1).
             COPY "flashrec.cpy".
             01 I-FR-STATUS        PIC 9.

           PROCEDURE DIVISION
               USING C-FR-FUNC, REC-FLASHREG, I-FR-STATUS.

           MAINLINE.
            MOVE 0 TO I-FR-STATUS

            EVALUATE C-FR-FUNC
             WHEN "C"
              PERFORM CHECK-FLASHED
             WHEN "P"
              PERFORM POST-FLASHED
             WHEN "F"
              IF I-POST-OPEN = 1
               CLOSE REGISTER-FILE
               MOVE 0 TO I-POST-OPEN
              END-IF
              MOVE LOW-VALUES TO STR-LOADED-DSN
              PERFORM PURGE-BY-AGE
             WHEN OTHER
              MOVE 8 TO I-FR-STATUS
            END-EVALUATE

            EXIT PROGRAM.

      *    /////////////////////////////////////////////////////////////
      *    Looks for the caller's record among the entries filed for
      *    its input - the record number and the content fold must
      *    both agree
      *    /////////////////////////////////////////////////////////////
           CHECK-FLASHED.
            PERFORM ENSURE-INPUT-LOADED
            IF I-FR-STATUS NOT = 0
             EXIT PARAGRAPH
            END-IF

            MOVE 0 TO I-FOUND-SLOT
            PERFORM MATCH-ONE-ENTRY
                VARYING I-FL-ITER FROM 1 BY 1
                UNTIL I-FL-ITER > I-FL-COUNT
                   OR I-FOUND-SLOT > 0

            IF I-FOUND-SLOT > 0
             MOVE FT-DATE(I-FOUND-SLOT)      TO FR-DATE
             MOVE FT-DISP(I-FOUND-SLOT)      TO FR-DISP
             MOVE FT-FLASH-DSN(I-FOUND-SLOT) TO FR-FLASH-DSN
             MOVE 1 TO I-FR-STATUS
            END-IF.

           MATCH-ONE-ENTRY.
            IF FT-REC-NUM(I-FL-ITER) = FR-REC-NUM
                  AND FT-CHECK(I-FL-ITER) = FR-CHECK
             MOVE I-FL-ITER TO I-FOUND-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Files the caller's line under today's business date
      *    /////////////////////////////////////////////////////////////
           POST-FLASHED.
            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            MOVE STR-PROC-DATE TO FR-DATE

            IF I-POST-OPEN = 0
             OPEN EXTEND REGISTER-FILE
             IF STR-REGISTER-STATUS = "35"
              OPEN OUTPUT REGISTER-FILE
             END-IF
             IF STR-REGISTER-STATUS NOT = "00"
              DISPLAY "FLASHREG - cannot append to FLASHREG - status "
                      STR-REGISTER-STATUS
              MOVE 8 TO I-FR-STATUS
              EXIT PARAGRAPH
             END-IF
             MOVE 1 TO I-POST-OPEN
            END-IF

            WRITE REC-REGISTER-FILE FROM REC-FLASHREG.

      *    /////////////////////////////////////////////////////////////
      *    Loads the caller's input's entries when the input is not
      *    the one already loaded - a register with no file yet has
      *    nothing flashed on it
      *    /////////////////////////////////////////////////////////////
           ENSURE-INPUT-LOADED.
            IF FR-INDSN = STR-LOADED-DSN
             EXIT PARAGRAPH
            END-IF

            IF I-POST-OPEN = 1
             CLOSE REGISTER-FILE
             MOVE 0 TO I-POST-OPEN
            END-IF

            MOVE FR-INDSN TO STR-LOADED-DSN
            MOVE 0 TO I-FL-COUNT
            MOVE 0 TO I-FL-OVERFLOW

            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT REGISTER-FILE
            IF STR-REGISTER-STATUS = "35"
             EXIT PARAGRAPH
            END-IF
            IF STR-REGISTER-STATUS NOT = "00"
             DISPLAY "FLASHREG - cannot read FLASHREG - status "
                     STR-REGISTER-STATUS
             MOVE LOW-VALUES TO STR-LOADED-DSN
             MOVE 8 TO I-FR-STATUS
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ONE-ENTRY UNTIL I-AT-EOF
            CLOSE REGISTER-FILE

            IF I-FL-OVERFLOW = 1
             DISPLAY "FLASHREG - input " STR-LOADED-DSN " has more "
                     "than 5000 flashed records - the first 5000 "
                     "are checked"
            END-IF.

           LOAD-ONE-ENTRY.
            READ REGISTER-FILE INTO STR-REG-ENTRY
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR RE-INDSN NOT = STR-LOADED-DSN
             EXIT PARAGRAPH
            END-IF

            IF I-FL-COUNT NOT < 5000
             MOVE 1 TO I-FL-OVERFLOW
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-FL-COUNT
            MOVE RE-REC-NUM   TO FT-REC-NUM(I-FL-COUNT)
            MOVE RE-CHECK     TO FT-CHECK(I-FL-COUNT)
            MOVE RE-DATE      TO FT-DATE(I-FL-COUNT)
            MOVE RE-DISP      TO FT-DISP(I-FL-COUNT)
            MOVE RE-FLASH-DSN TO FT-FLASH-DSN(I-FL-COUNT).

      *    /////////////////////////////////////////////////////////////
      *    Copies every entry still inside the retention to FLSWORK
      *    and, when anything was left behind, copies the survivors
      *    back over FLASHREG - a register that cannot be copied is
      *    left exactly as it was
      *    /////////////////////////////////////////////////////////////
           PURGE-BY-AGE.
            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            COMPUTE I-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(I-PROC-DATE-NUM)
            MOVE 0 TO I-KEPT-COUNT
            MOVE 0 TO I-PURGED-COUNT

            OPEN INPUT REGISTER-FILE
            IF STR-REGISTER-STATUS = "35"
             EXIT PARAGRAPH
            END-IF
            IF STR-REGISTER-STATUS NOT = "00"
             DISPLAY "FLASHREG - cannot read FLASHREG - status "
                     STR-REGISTER-STATUS
             MOVE 8 TO I-FR-STATUS
             EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT WORK-FILE
            IF STR-WORK-STATUS NOT = "00"
             DISPLAY "FLASHREG - cannot open FLSWORK - status "
                     STR-WORK-STATUS " - register not purged"
             CLOSE REGISTER-FILE
             MOVE 8 TO I-FR-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM COPY-ONE-UNEXPIRED UNTIL I-AT-EOF
            CLOSE REGISTER-FILE
            CLOSE WORK-FILE

            IF I-PURGED-COUNT = 0
             EXIT PARAGRAPH
            END-IF

            OPEN INPUT WORK-FILE
            OPEN OUTPUT REGISTER-FILE
            IF STR-WORK-STATUS NOT = "00"
                  OR STR-REGISTER-STATUS NOT = "00"
             DISPLAY "FLASHREG - cannot rewrite FLASHREG - status "
                     STR-REGISTER-STATUS
             MOVE 8 TO I-FR-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE "N" TO I-EOF-FLAG
            PERFORM COPY-ONE-BACK UNTIL I-AT-EOF
            CLOSE WORK-FILE
            CLOSE REGISTER-FILE

            DISPLAY "FLASHREG - " I-PURGED-COUNT " entry(s) past "
                    "their retention purged, " I-KEPT-COUNT " kept".

           COPY-ONE-UNEXPIRED.
            READ REGISTER-FILE INTO STR-REG-ENTRY
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            IF RE-DATE IS NOT NUMERIC
             ADD 1 TO I-PURGED-COUNT
             EXIT PARAGRAPH
            END-IF

            COMPUTE I-ROW-INT = FUNCTION INTEGER-OF-DATE(RE-DATE-NUM)
            IF I-ROW-INT + I-KEEP-DAYS < I-TODAY-INT
             ADD 1 TO I-PURGED-COUNT
            ELSE
             ADD 1 TO I-KEPT-COUNT
             WRITE REC-WORK-FILE FROM STR-REG-ENTRY
            END-IF.

           COPY-ONE-BACK.
            READ WORK-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF NOT I-AT-EOF
             WRITE REC-REGISTER-FILE FROM REC-WORK-FILE
            END-IF.

           END PROGRAM FLASH-REGISTER.
