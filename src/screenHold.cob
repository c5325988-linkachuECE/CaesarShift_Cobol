      *    // Keeper of the SCRNHOLD screening-hold file for the batch
      *    // drivers. H appends a newly HELD entry. N hands back the
      *    // next RELEASED entry for the caller's program and partner
      *    // - the file is loaded whole on the first N of the run
      *    // unit - and D marks the entry N last handed back FED in
      *    // storage once the caller has put it through. F writes
      *    // the file back whole if a D moved anything, and is a
      *    // no-op otherwise, so an abended run leaves its released
      *    // entries RELEASED and the restart feeds them again.
      *    // A FED or KILLED entry is kept 30 days past its action
      *    // date and left behind by the load after that, so the
      *    // F that follows writes the file back without it.
      *    //
      *    // Status 0 done (or an entry handed back), 1 nothing
      *    // released for this program and partner, 8 a file that
      *    // cannot be read or written.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. SCREEN-HOLD.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT HOLD-FILE ASSIGN TO "SCRNHOLD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-HOLD-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  HOLD-FILE.
             01 REC-HOLD-FILE    PIC X(1108).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG       PIC X(1) VALUE "N".
               88 I-AT-EOF             VALUE "Y".
             01 STR-HOLD-STATUS  PIC X(2).
             01 C-PROCDATE-GET   PIC X(1) VALUE "G".
             01 STR-PROC-DATE    PIC X(8).
             01 I-PROC-DATE-NUM REDEFINES STR-PROC-DATE PIC 9(8).
             01 I-TODAY-INT      PIC 9(7).
             01 I-ROW-INT        PIC 9(7).

      *    A FED or KILLED entry is done with - it is kept this
      *    many days past its action date for anyone asking after
      *    it, then dropped, the way DUP-REGISTER and FLASH-REGISTER
      *    age out their lines
             01 I-KEEP-DAYS      PIC 9(3) VALUE 30.
             01 I-ENTRY-EXPIRED  PIC 9.
             01 I-DROPPED-COUNT  PIC 9(6) VALUE 0.

      *    The hold file held whole once an N has loaded it
             01 I-HOLD-LOADED    PIC 9    VALUE 0.
             01 I-HOLD-CHANGED   PIC 9    VALUE 0.
             01 I-HOLD-OVERFLOW  PIC 9    VALUE 0.
             01 I-HOLD-COUNT     PIC 999  VALUE 0.
             01 HOLD-TABLE.
               05 HT-ENTRY       PIC X(1108) OCCURS 500 TIMES.
             01 I-HOLD-ITER      PIC 999.
             01 I-FOUND-SLOT     PIC 999.

      *    Where the last N left off, and for whom - a different
      *    program or partner starts again from the top
             01 I-LAST-GIVEN     PIC 999  VALUE 0.
             01 I-SCAN-FROM      PIC 999.
             01 STR-LAST-PROGRAM PIC X(8) VALUE SPACES.
             01 STR-LAST-PARTNER PIC X(8) VALUE SPACES.

      *    Working view of one table entry
             01 STR-TABLE-ENTRY.
               05 TE-HOLD-DATE   PIC X(8).
               05 FILLER         PIC X(1).
               05 TE-PROGRAM     PIC X(8).
               05 FILLER         PIC X(1).
               05 TE-PARTNER     PIC X(8).
               05 FILLER         PIC X(1).
               05 TE-REC-NUM     PIC 9(6).
               05 FILLER         PIC X(1).
               05 TE-STATUS      PIC X(8).
               05 FILLER         PIC X(1).
               05 TE-ACTION-DATE PIC X(8).
               05 TE-ACTION-NUM REDEFINES TE-ACTION-DATE PIC 9(8).
               05 FILLER         PIC X(1090).

            LINKAGE SECTION.
      *    H hold, N next released, D done with it, F flush
             01 C-SH-FUNC        PIC X(1).
             COPY "scrnhold.cpy".
             01 I-SH-STATUS      PIC 9.

           PROCEDURE DIVISION
               USING C-SH-FUNC, REC-SCRNHOLD, I-SH-STATUS.

           MAINLINE.
            MOVE 0 TO I-SH-STATUS

            EVALUATE C-SH-FUNC
             WHEN "H"
              PERFORM APPEND-HELD-ENTRY
             WHEN "N"
              PERFORM NEXT-RELEASED-ENTRY
             WHEN "D"
              PERFORM MARK-ENTRY-FED
             WHEN "F"
              IF I-HOLD-CHANGED = 1 OR I-DROPPED-COUNT > 0
               PERFORM REWRITE-HOLD-FILE
              END-IF
             WHEN OTHER
              MOVE 8 TO I-SH-STATUS
            END-EVALUATE

            EXIT PROGRAM.

      *    /////////////////////////////////////////////////////////////
      *    A new hold goes straight onto the end of the file, and
      *    into the table too if this run unit has one loaded, so
      *    a later F does not write it away
      *    /////////////////////////////////////////////////////////////
           APPEND-HELD-ENTRY.
            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            MOVE STR-PROC-DATE TO SH-HOLD-DATE
            MOVE "HELD"        TO SH-STATUS
            MOVE SPACES        TO SH-ACTION-DATE
            MOVE SPACES        TO SH-OPERATOR

            OPEN EXTEND HOLD-FILE
            IF STR-HOLD-STATUS = "35"
             OPEN OUTPUT HOLD-FILE
            END-IF
            IF STR-HOLD-STATUS NOT = "00"
             DISPLAY "SCRNHOLD - cannot append to SCRNHOLD - status "
                     STR-HOLD-STATUS
             MOVE 8 TO I-SH-STATUS
             EXIT PARAGRAPH
            END-IF
            WRITE REC-HOLD-FILE FROM REC-SCRNHOLD
            CLOSE HOLD-FILE

            IF I-HOLD-LOADED = 1
             IF I-HOLD-COUNT < 500
              ADD 1 TO I-HOLD-COUNT
              MOVE REC-SCRNHOLD TO HT-ENTRY(I-HOLD-COUNT)
             ELSE
              MOVE 1 TO I-HOLD-OVERFLOW
             END-IF
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    The first RELEASED entry for the caller's program and
      *    partner, in the order the entries were held
      *    /////////////////////////////////////////////////////////////
           NEXT-RELEASED-ENTRY.
            IF I-HOLD-LOADED = 0
             PERFORM LOAD-HOLD-FILE
             MOVE 1 TO I-HOLD-LOADED
            END-IF

            IF SH-PROGRAM NOT = STR-LAST-PROGRAM
                  OR SH-PARTNER NOT = STR-LAST-PARTNER
             MOVE 0          TO I-LAST-GIVEN
             MOVE SH-PROGRAM TO STR-LAST-PROGRAM
             MOVE SH-PARTNER TO STR-LAST-PARTNER
            END-IF

            COMPUTE I-SCAN-FROM = I-LAST-GIVEN + 1
            MOVE 0 TO I-FOUND-SLOT
            PERFORM MATCH-ONE-RELEASED
                VARYING I-HOLD-ITER FROM I-SCAN-FROM BY 1
                UNTIL I-HOLD-ITER > I-HOLD-COUNT
                   OR I-FOUND-SLOT > 0

            IF I-FOUND-SLOT = 0
             MOVE 1 TO I-SH-STATUS
             EXIT PARAGRAPH
            END-IF

            MOVE I-FOUND-SLOT TO I-LAST-GIVEN
            MOVE HT-ENTRY(I-FOUND-SLOT) TO REC-SCRNHOLD.

           MARK-ENTRY-FED.
            IF I-LAST-GIVEN = 0
             MOVE 8 TO I-SH-STATUS
             EXIT PARAGRAPH
            END-IF

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            MOVE HT-ENTRY(I-LAST-GIVEN) TO STR-TABLE-ENTRY
            MOVE "FED"         TO TE-STATUS
            MOVE STR-PROC-DATE TO TE-ACTION-DATE
            MOVE STR-TABLE-ENTRY TO HT-ENTRY(I-LAST-GIVEN)
            MOVE 1 TO I-HOLD-CHANGED.

           MATCH-ONE-RELEASED.
            MOVE HT-ENTRY(I-HOLD-ITER) TO STR-TABLE-ENTRY
            IF TE-STATUS = "RELEASED"
                  AND TE-PROGRAM = SH-PROGRAM
                  AND TE-PARTNER = SH-PARTNER
             MOVE I-HOLD-ITER TO I-FOUND-SLOT
            END-IF.

      *    A file too big for the table is fed from nothing - a
      *    rewrite from a short table would lose the entries that
      *    did not fit
           LOAD-HOLD-FILE.
            MOVE "N" TO I-EOF-FLAG
            MOVE 0   TO I-HOLD-COUNT
            MOVE 0   TO I-DROPPED-COUNT

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE
            COMPUTE I-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(I-PROC-DATE-NUM)

            OPEN INPUT HOLD-FILE
            IF STR-HOLD-STATUS = "35"
             EXIT PARAGRAPH
            END-IF
            IF STR-HOLD-STATUS NOT = "00"
             DISPLAY "SCRNHOLD - cannot read SCRNHOLD - status "
                     STR-HOLD-STATUS
             MOVE 8 TO I-SH-STATUS
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ONE-HOLD UNTIL I-AT-EOF
            CLOSE HOLD-FILE

            IF I-HOLD-OVERFLOW = 1
             DISPLAY "SCRNHOLD - SCRNHOLD has more than 500 entries "
                     "- released entries not fed"
             MOVE 0 TO I-HOLD-COUNT
            END-IF.

      *    An entry past its retention takes no table slot - only
      *    the live and recent entries count against the table
           LOAD-ONE-HOLD.
            READ HOLD-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR REC-HOLD-FILE = SPACES
             EXIT PARAGRAPH
            END-IF

            MOVE REC-HOLD-FILE TO STR-TABLE-ENTRY
            PERFORM JUDGE-ENTRY-AGE
            IF I-ENTRY-EXPIRED = 1
             ADD 1 TO I-DROPPED-COUNT
             EXIT PARAGRAPH
            END-IF

            IF I-HOLD-COUNT < 500
             ADD 1 TO I-HOLD-COUNT
             MOVE REC-HOLD-FILE TO HT-ENTRY(I-HOLD-COUNT)
            ELSE
             MOVE 1 TO I-HOLD-OVERFLOW
            END-IF.

      *    HELD and RELEASED entries are never aged out, however
      *    old - only a decided entry is
           JUDGE-ENTRY-AGE.
            MOVE 0 TO I-ENTRY-EXPIRED
            IF TE-STATUS NOT = "FED" AND TE-STATUS NOT = "KILLED"
             EXIT PARAGRAPH
            END-IF

            IF TE-ACTION-DATE IS NOT NUMERIC
             MOVE 1 TO I-ENTRY-EXPIRED
             EXIT PARAGRAPH
            END-IF

            COMPUTE I-ROW-INT = FUNCTION INTEGER-OF-DATE(TE-ACTION-NUM)
            IF I-ROW-INT + I-KEEP-DAYS < I-TODAY-INT
             MOVE 1 TO I-ENTRY-EXPIRED
            END-IF.

           REWRITE-HOLD-FILE.
            IF I-HOLD-OVERFLOW = 1
             EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT HOLD-FILE
            IF STR-HOLD-STATUS NOT = "00"
             DISPLAY "SCRNHOLD - cannot rewrite SCRNHOLD - status "
                     STR-HOLD-STATUS
             MOVE 8 TO I-SH-STATUS
             EXIT PARAGRAPH
            END-IF

            PERFORM WRITE-ONE-HOLD
                VARYING I-HOLD-ITER FROM 1 BY 1
                UNTIL I-HOLD-ITER > I-HOLD-COUNT

            CLOSE HOLD-FILE
            MOVE 0 TO I-HOLD-CHANGED

            IF I-DROPPED-COUNT > 0
             DISPLAY "SCRNHOLD - " I-DROPPED-COUNT " fed or killed "
                     "entry(s) past their retention dropped"
             MOVE 0 TO I-DROPPED-COUNT
            END-IF.

           WRITE-ONE-HOLD.
            WRITE REC-HOLD-FILE FROM HT-ENTRY(I-HOLD-ITER).

           END PROGRAM SCREEN-HOLD.
