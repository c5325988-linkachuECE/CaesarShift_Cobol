      *    // the index; load mode brings an archived date range
      *    // back into the index when a dispute surfaces, skipping
      *    // any message id already on the store. Runs unattended
      *    // off its mode answer the way CIPHRPT does. Archive mode
      *    // leaves any message under a legal hold in force on the
      *    // vault (LEGAL-HOLD-CHECK against LHOLDREG) and lists
      *    // every one it skipped, with the hold and matter, on
      *    // VAULTRPT.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. VAULTMNT.

      *    Flat unload of a whole vault record - written FROM and
      *    read INTO REC-VAULT, so the two layouts can never drift
             FD  VAULT-ARCHIVE.
             01 REC-VAULTARC       PIC X(1116).

             FD  VAULT-REPORT.
             01 REC-VAULT-RPT      PIC X(80).
             01 I-ARCHIVED-COUNT   PIC 9(6) VALUE 0.
             01 I-LOADED-COUNT     PIC 9(6) VALUE 0.
             01 I-SKIPPED-COUNT    PIC 9(6) VALUE 0.
             01 I-HELD-COUNT       PIC 9(6) VALUE 0.

      *    Legal-hold check fields - an archive candidate under a
      *    hold in force stays on the vault
             01 C-HOLD-FUNC        PIC X(1) VALUE "V".
             01 I-HOLD-HELD        PIC 9.
             01 I-HOLD-ID          PIC 9(6).
             01 STR-HOLD-MATTER    PIC X(20).

      *    Report line layouts
             01 STR-RPT-HEADER     PIC X(80)
               05 RPT-NEWEST       PIC X(8).
               05 FILLER           PIC X(24) VALUE SPACES.

      *    Archive-mode lines - one per message a legal hold kept
      *    on the vault, and the run's totals
             01 STR-ARC-HEADER     PIC X(80)
                 VALUE "MESSAGE VAULT ARCHIVE - LEGAL HOLD SKIPS".
             01 STR-ARC-HELD-LINE.
               05 FILLER           PIC X(5)  VALUE "HELD ".
               05 ARC-MSG-ID       PIC X(12).
               05 FILLER           PIC X(9)  VALUE " PARTNER=".
               05 ARC-PARTNER      PIC X(8).
               05 FILLER           PIC X(6)  VALUE " HOLD=".
               05 ARC-HOLD-ID      PIC 9(6).
               05 FILLER           PIC X(8)  VALUE " MATTER=".
               05 ARC-MATTER       PIC X(20).
               05 FILLER           PIC X(6)  VALUE SPACES.
             01 STR-ARC-TOTALS.
               05 FILLER           PIC X(6)  VALUE "CUTOFF".
               05 FILLER           PIC X(1)  VALUE "=".
               05 ARC-CUTOFF       PIC X(8).
               05 FILLER           PIC X(10) VALUE " ARCHIVED=".
               05 ARC-ARCHIVED     PIC 9(6).
               05 FILLER           PIC X(14)
                   VALUE " HELD-SKIPPED=".
               05 ARC-HELD         PIC 9(6).
               05 FILLER           PIC X(29) VALUE SPACES.

             01 STR-RPT-TOTALS.
               05 FILLER           PIC X(15)
                   VALUE "TOTAL MESSAGES=".
             OPEN OUTPUT VAULT-ARCHIVE
            END-IF

            OPEN OUTPUT VAULT-REPORT
            WRITE REC-VAULT-RPT FROM STR-ARC-HEADER
            WRITE REC-VAULT-RPT FROM STR-RPT-BLANK

            PERFORM ARCHIVE-ONE-MESSAGE UNTIL I-AT-EOF

            CLOSE VAULT-ARCHIVE
            CLOSE VAULT-FILE

            MOVE STR-CUTOFF-DATE  TO ARC-CUTOFF
            MOVE I-ARCHIVED-COUNT TO ARC-ARCHIVED
            MOVE I-HELD-COUNT     TO ARC-HELD
            WRITE REC-VAULT-RPT FROM STR-RPT-BLANK
            WRITE REC-VAULT-RPT FROM STR-ARC-TOTALS
            CLOSE VAULT-REPORT

            DISPLAY "VAULTMNT - archived " I-ARCHIVED-COUNT
                    " of " I-WALKED-COUNT " message(s), "
                    I-HELD-COUNT " kept under legal hold".

      *    The id's leading date bytes order the walk, so the first
      *    record on or past the cutoff means everything older is
             EXIT PARAGRAPH
            END-IF

      *     A message under a legal hold in force stays where it is
      *     - counsel needs it on the vault, not in an archive the
      *     retention schedule will scratch
            CALL "LEGAL-HOLD-CHECK" USING
                C-HOLD-FUNC, VT-PARTNER, VT-ID-DATE, VT-MSG-ID,
                I-HOLD-HELD, I-HOLD-ID, STR-HOLD-MATTER
            IF I-HOLD-HELD = 1
             ADD 1 TO I-HELD-COUNT
             MOVE VT-MSG-ID       TO ARC-MSG-ID
             MOVE VT-PARTNER      TO ARC-PARTNER
             MOVE I-HOLD-ID       TO ARC-HOLD-ID
             MOVE STR-HOLD-MATTER TO ARC-MATTER
             WRITE REC-VAULT-RPT FROM STR-ARC-HELD-LINE
             EXIT PARAGRAPH
            END-IF

            WRITE REC-VAULTARC FROM REC-VAULT

            DELETE VAULT-FILE RECORD
