      *    // Legal-hold check - answers whether a vault message or a
      *    // CIPHERLOG line is under a legal hold in force, for the
      *    // retention sweeps (VAULTMNT archive, CIPHRPT purge) and
      *    // the LEGALHLD inventory and export. The LHOLDREG
      *    // register is read once per run unit and only the holds
      *    // in force on the business date are kept in storage, so
      *    // a sweep of the whole vault pays for one read of the
      *    // register, not one per message. No register means
      *    // nothing is held. A register with more holds in force
      *    // than the table carries fails safe: everything is
      *    // reported held, so a sweep removes nothing until the
      *    // table is raised.
      *    //   V  vault message - partner, store date and message id
      *    //   L  log line      - the line's date only
           IDENTIFICATION DIVISION.
            PROGRAM-ID. LEGAL-HOLD-CHECK.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT HOLD-REGISTER ASSIGN TO "LHOLDREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-REGISTER-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  HOLD-REGISTER.
             01 REC-HOLD-REGISTER  PIC X(150).

            WORKING-STORAGE SECTION.
             01 STR-REGISTER-STATUS PIC X(2).
             01 I-REGISTER-EOF     PIC X(1).
               88 I-AT-REGISTER-EOF      VALUE "Y".
             01 I-REGISTER-LOADED  PIC 9    VALUE 0.
             01 I-REGISTER-OVERFLOW PIC 9   VALUE 0.
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-PROC-DATE      PIC X(8).

             COPY "lholdrec.cpy".

      *    The holds in force on the business date
             01 I-FORCE-COUNT      PIC 999  VALUE 0.
             01 FORCE-TABLE.
               05 FT-ENTRY OCCURS 200 TIMES.
                 10 FT-HOLD-ID     PIC 9(6).
                 10 FT-SCOPE       PIC X(1).
                 10 FT-PARTNER     PIC X(8).
                 10 FT-FROM-DATE   PIC X(8).
                 10 FT-TO-DATE     PIC X(8).
                 10 FT-MSG-ID      PIC X(12).
                 10 FT-MATTER      PIC X(20).
             01 I-FORCE-ITER       PIC 999.
             01 I-DATE-IN-RANGE    PIC 9.

            LINKAGE SECTION.
             01 C-CHECK-FUNC       PIC X(1).
               88 I-CHECK-VAULT          VALUE "V".
               88 I-CHECK-LOG            VALUE "L".
             01 STR-CHECK-PARTNER  PIC X(8).
             01 STR-CHECK-DATE     PIC X(8).
             01 STR-CHECK-MSG-ID   PIC X(12).
             01 I-CHECK-HELD       PIC 9.
             01 I-CHECK-HOLD-ID    PIC 9(6).
             01 STR-CHECK-MATTER   PIC X(20).

           PROCEDURE DIVISION
               USING C-CHECK-FUNC, STR-CHECK-PARTNER, STR-CHECK-DATE,
                     STR-CHECK-MSG-ID, I-CHECK-HELD, I-CHECK-HOLD-ID,
                     STR-CHECK-MATTER.

           MAINLINE.
            MOVE 0      TO I-CHECK-HELD
            MOVE 0      TO I-CHECK-HOLD-ID
            MOVE SPACES TO STR-CHECK-MATTER

            IF I-REGISTER-LOADED = 0
             PERFORM LOAD-HOLD-REGISTER
            END-IF

            IF I-REGISTER-OVERFLOW = 1
             MOVE 1 TO I-CHECK-HELD
             MOVE "REGISTER OVERFLOW" TO STR-CHECK-MATTER
             EXIT PROGRAM
            END-IF

            PERFORM CHECK-ONE-HOLD
                VARYING I-FORCE-ITER FROM 1 BY 1
                UNTIL I-FORCE-ITER > I-FORCE-COUNT
                   OR I-CHECK-HELD = 1

            EXIT PROGRAM.

      *    /////////////////////////////////////////////////////////////
      *    Reads LHOLDREG once and keeps the holds in force on the
      *    business date - ACTIVE, and not past a stated release
      *    date
      *    /////////////////////////////////////////////////////////////
           LOAD-HOLD-REGISTER.
            MOVE 1   TO I-REGISTER-LOADED
            MOVE 0   TO I-FORCE-COUNT
            MOVE "N" TO I-REGISTER-EOF
            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE

            OPEN INPUT HOLD-REGISTER
            IF STR-REGISTER-STATUS = "35"
             EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-ONE-HOLD UNTIL I-AT-REGISTER-EOF
            CLOSE HOLD-REGISTER

            IF I-REGISTER-OVERFLOW = 1
             DISPLAY "LHOLDCHK - more than 200 legal holds in force "
                     "- everything treated as held"
            END-IF.

           LOAD-ONE-HOLD.
            READ HOLD-REGISTER INTO REC-LHOLD
                AT END SET I-AT-REGISTER-EOF TO TRUE
            END-READ

            IF I-AT-REGISTER-EOF OR NOT LH-IS-ACTIVE
             EXIT PARAGRAPH
            END-IF

            IF LH-RELEASE-DATE NOT = SPACES
                  AND LH-RELEASE-DATE < STR-PROC-DATE
             EXIT PARAGRAPH
            END-IF

            IF I-FORCE-COUNT NOT < 200
             MOVE 1 TO I-REGISTER-OVERFLOW
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-FORCE-COUNT
            MOVE LH-HOLD-ID   TO FT-HOLD-ID(I-FORCE-COUNT)
            MOVE LH-SCOPE     TO FT-SCOPE(I-FORCE-COUNT)
            MOVE LH-PARTNER   TO FT-PARTNER(I-FORCE-COUNT)
            MOVE LH-FROM-DATE TO FT-FROM-DATE(I-FORCE-COUNT)
            MOVE LH-TO-DATE   TO FT-TO-DATE(I-FORCE-COUNT)
            MOVE LH-MSG-ID    TO FT-MSG-ID(I-FORCE-COUNT)
            MOVE LH-MATTER    TO FT-MATTER(I-FORCE-COUNT).

      *    /////////////////////////////////////////////////////////////
      *    Tests one hold in force against the caller's item. On
      *    the log every scope reads as a span of dates, since a
      *    log line names neither a partner nor a message
      *    /////////////////////////////////////////////////////////////
           CHECK-ONE-HOLD.
            MOVE 1 TO I-DATE-IN-RANGE
            IF FT-FROM-DATE(I-FORCE-ITER) NOT = SPACES
                  AND STR-CHECK-DATE < FT-FROM-DATE(I-FORCE-ITER)
             MOVE 0 TO I-DATE-IN-RANGE
            END-IF
            IF FT-TO-DATE(I-FORCE-ITER) NOT = SPACES
                  AND STR-CHECK-DATE > FT-TO-DATE(I-FORCE-ITER)
             MOVE 0 TO I-DATE-IN-RANGE
            END-IF

            EVALUATE TRUE
             WHEN FT-SCOPE(I-FORCE-ITER) = "M"
              IF (I-CHECK-VAULT
                    AND STR-CHECK-MSG-ID = FT-MSG-ID(I-FORCE-ITER))
                 OR (I-CHECK-LOG
                    AND STR-CHECK-DATE
                        = FT-MSG-ID(I-FORCE-ITER)(1:8))
               PERFORM NOTE-HOLDING-HOLD
              END-IF
             WHEN FT-SCOPE(I-FORCE-ITER) = "P"
              IF I-DATE-IN-RANGE = 1
                    AND (I-CHECK-LOG
                         OR STR-CHECK-PARTNER
                            = FT-PARTNER(I-FORCE-ITER))
               PERFORM NOTE-HOLDING-HOLD
              END-IF
             WHEN OTHER
              IF I-DATE-IN-RANGE = 1
               PERFORM NOTE-HOLDING-HOLD
              END-IF
            END-EVALUATE.

           NOTE-HOLDING-HOLD.
            MOVE 1 TO I-CHECK-HELD
            MOVE FT-HOLD-ID(I-FORCE-ITER) TO I-CHECK-HOLD-ID
            MOVE FT-MATTER(I-FORCE-ITER)  TO STR-CHECK-MATTER.

           END PROGRAM LEGAL-HOLD-CHECK.
