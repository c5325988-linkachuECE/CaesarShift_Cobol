      *    // cutoff date to the CIPHARCH archive file (the JCL dates
      *    // the archive dataset) and rewrites CIPHERLOG with only
      *    // the entries inside the retention window, so the log
      *    // stops growing forever. An old entry under a legal hold
      *    // in force (LEGAL-HOLD-CHECK against LHOLDREG) is not
      *    // archived; it and every entry after it stay on the log,
      *    // so the retained log still reads as one unbroken
      *    // SEQ=/CHK= chain for LOGCHK. Each held entry the purge
      *    // skipped is listed on CIPHRPT.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. CIPHRPT.

               05 KP-ENTRY OCCURS 5000 TIMES PIC X(120).
             01 I-KEPT-ITER        PIC 9(5).

      *    Legal-hold handling for the purge - the first old entry
      *    under a hold stops the archiving, and the fate of each
      *    entry is decided the same way on both passes
             01 I-HELD-COUNT       PIC 9(5) VALUE 0.
             01 I-BEHIND-COUNT     PIC 9(5) VALUE 0.
             01 I-KEEP-REST        PIC 9    VALUE 0.
             01 C-ENTRY-FATE       PIC X(1).
               88 I-FATE-ARCHIVE         VALUE "A".
               88 I-FATE-KEEP            VALUE "K".
               88 I-FATE-HELD            VALUE "H".
               88 I-FATE-BEHIND          VALUE "B".
             01 C-HOLD-FUNC        PIC X(1) VALUE "L".
             01 STR-HOLD-PARTNER   PIC X(8) VALUE SPACES.
             01 STR-HOLD-MSG-ID    PIC X(12) VALUE SPACES.
             01 I-HOLD-HELD        PIC 9.
             01 I-HOLD-ID          PIC 9(6).
             01 STR-HOLD-MATTER    PIC X(20).

      *    Report line layouts
             01 STR-RPT-HEADER-1   PIC X(80)
                 VALUE "CIPHERLOG DAILY OPERATIONS SUMMARY".
               05 FILLER           PIC X(67) VALUE SPACES.
             01 STR-RPT-BLANK      PIC X(80) VALUE SPACES.

      *    Purge-mode lines - one per old entry a legal hold kept
      *    on the log, and the run's totals
             01 STR-PURGE-HEADER   PIC X(80)
                 VALUE "CIPHERLOG RETENTION PURGE - LEGAL HOLD SKIPS".
             01 STR-PURGE-HELD-LINE.
               05 FILLER           PIC X(5)  VALUE "HELD ".
               05 PRG-STAMP        PIC X(14).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 PRG-PROGRAM      PIC X(16).
               05 FILLER           PIC X(6)  VALUE " HOLD=".
               05 PRG-HOLD-ID      PIC 9(6).
               05 FILLER           PIC X(8)  VALUE " MATTER=".
               05 PRG-MATTER       PIC X(20).
               05 FILLER           PIC X(4)  VALUE SPACES.
             01 STR-PURGE-TOTALS.
               05 FILLER           PIC X(7)  VALUE "CUTOFF=".
               05 PRG-CUTOFF       PIC X(8).
               05 FILLER           PIC X(10) VALUE " ARCHIVED=".
               05 PRG-ARCHIVED     PIC 9(5).
               05 FILLER           PIC X(6)  VALUE " HELD=".
               05 PRG-HELD         PIC 9(5).
               05 FILLER           PIC X(13) VALUE " BEHIND-HOLD=".
               05 PRG-BEHIND       PIC 9(5).
               05 FILLER           PIC X(10) VALUE " RETAINED=".
               05 PRG-RETAINED     PIC 9(5).
               05 FILLER           PIC X(6)  VALUE SPACES.

             01 STR-RPT-PROG-TITLE PIC X(80)
                 VALUE "INVOCATION COUNTS BY PROGRAM:".
             01 STR-RPT-PROG-LINE.
            END-IF

            MOVE 0   TO I-KEPT-COUNT
            MOVE 0   TO I-KEEP-REST
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT CIPHER-LOG-FILE

            OPEN OUTPUT SUMMARY-REPORT
            WRITE REC-SUMMARY FROM STR-PURGE-HEADER
            WRITE REC-SUMMARY FROM STR-RPT-BLANK

            OPEN EXTEND CIPHER-ARCHIVE
            IF STR-ARCHIVE-STATUS = "35"
             OPEN OUTPUT CIPHER-ARCHIVE
            END-PERFORM
            CLOSE CIPHER-LOG-FILE

            MOVE STR-CUTOFF-DATE  TO PRG-CUTOFF
            MOVE I-ARCHIVED-COUNT TO PRG-ARCHIVED
            MOVE I-HELD-COUNT     TO PRG-HELD
            MOVE I-BEHIND-COUNT   TO PRG-BEHIND
            MOVE I-KEPT-COUNT     TO PRG-RETAINED
            WRITE REC-SUMMARY FROM STR-RPT-BLANK
            WRITE REC-SUMMARY FROM STR-PURGE-TOTALS
            CLOSE SUMMARY-REPORT

            DISPLAY "CIPHRPT - archived " I-ARCHIVED-COUNT
                    " entr(ies), retained " I-KEPT-COUNT
            IF I-HELD-COUNT > 0
             DISPLAY "CIPHRPT - " I-HELD-COUNT " entr(ies) kept "
                     "under legal hold, " I-BEHIND-COUNT
                     " more kept behind them - see CIPHRPT"
            END-IF.

           COUNT-ONE-KEPT-ENTRY.
            READ CIPHER-LOG-FILE INTO STR-LOG-BUFFER
            END-READ

            IF NOT I-AT-EOF
             PERFORM DECIDE-ENTRY-FATE
             IF NOT I-FATE-ARCHIVE
              ADD 1 TO I-KEPT-COUNT
             END-IF
            END-IF.

           SPLIT-ONE-ENTRY.
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            PERFORM DECIDE-ENTRY-FATE
            IF I-FATE-ARCHIVE
             WRITE REC-CIPHARCH FROM STR-LOG-BUFFER
             ADD 1 TO I-ARCHIVED-COUNT
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-KEPT-COUNT
            MOVE STR-LOG-BUFFER TO KP-ENTRY(I-KEPT-COUNT)

            EVALUATE TRUE
             WHEN I-FATE-HELD
              ADD 1 TO I-HELD-COUNT
              MOVE STR-LOG-BUFFER TO STR-LOG-ENTRY
              MOVE LOG-TIMESTAMP(1:14) TO PRG-STAMP
              MOVE LOG-PROGRAM         TO PRG-PROGRAM
              MOVE I-HOLD-ID           TO PRG-HOLD-ID
              MOVE STR-HOLD-MATTER     TO PRG-MATTER
              WRITE REC-SUMMARY FROM STR-PURGE-HELD-LINE
             WHEN I-FATE-BEHIND
              ADD 1 TO I-BEHIND-COUNT
            END-EVALUATE.

      *    /////////////////////////////////////////////////////////////
      *    Decides what the purge does with the entry in the buffer.
      *    Old entries are archived until the first one under a hold
      *    in force; from there every entry stays, held or not, so
      *    the log keeps no holes in its chain
      *    /////////////////////////////////////////////////////////////
           DECIDE-ENTRY-FATE.
            IF STR-LOG-BUFFER(1:8) NOT < STR-CUTOFF-DATE
             SET I-FATE-KEEP TO TRUE
             EXIT PARAGRAPH
            END-IF

            CALL "LEGAL-HOLD-CHECK" USING
                C-HOLD-FUNC, STR-HOLD-PARTNER, STR-LOG-BUFFER(1:8),
                STR-HOLD-MSG-ID, I-HOLD-HELD, I-HOLD-ID,
                STR-HOLD-MATTER

            EVALUATE TRUE
             WHEN I-HOLD-HELD = 1
              SET I-FATE-HELD TO TRUE
              MOVE 1 TO I-KEEP-REST
             WHEN I-KEEP-REST = 1
              SET I-FATE-BEHIND TO TRUE
             WHEN OTHER
              SET I-FATE-ARCHIVE TO TRUE
            END-EVALUATE.

           END PROGRAM CIPHRPT.
