      *    // Daily key-usage report - for the business day, shows
      *    // each cipher type's key of the day with the number of
      *    // messages ciphered under it so far, the KEYLIMIT warning
      *    // threshold and ceiling it is held against, how much of
      *    // the ceiling it has used, and the headroom left. Key
      *    // custodians read it before the night's encrypt runs so
      *    // a key nearing its ceiling is rotated early instead of
      *    // refusing the run at one in the morning.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. KEYUSRPT.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT USAGE-REPORT ASSIGN TO "KEYUSRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
            FILE SECTION.
             FD  USAGE-REPORT.
             01 REC-USAGE-RPT      PIC X(132).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 STR-ENTRY-DATE     PIC X(8).
             01 STR-REPORT-DATE    PIC X(8).
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".

      *    The cipher types that carry a key of the day - Caesar on
      *    KEYSTORE, the rest on the typed TKEYSTOR schedule
             01 CIPHER-LIST-VALUES.
               05 FILLER           PIC X(8) VALUE "CAESAR".
               05 FILLER           PIC X(8) VALUE "VIGENERE".
               05 FILLER           PIC X(8) VALUE "AFFINE".
               05 FILLER           PIC X(8) VALUE "PLAYFAIR".
             01 CIPHER-LIST REDEFINES CIPHER-LIST-VALUES.
               05 CL-CIPHER        PIC X(8) OCCURS 4 TIMES.
             01 I-CIPHER-ITER      PIC 9.
             01 I-CIPHER-MAX       PIC 9 VALUE 4.

      *    KEY-USAGE call fields
             01 C-KEYUSE-FUNC      PIC X(1) VALUE "C".
             01 STR-KEYUSE-CIPHER  PIC X(8).
             01 I-KEYUSE-ADD       PIC 9(7) VALUE 0.
             01 I-KEYUSE-USED      PIC 9(7).
             01 I-KEYUSE-WARN      PIC 9(7).
             01 I-KEYUSE-CEILING   PIC 9(7).
             01 I-KEYUSE-HEADROOM  PIC 9(7).
             01 I-KEYUSE-STATUS    PIC 9.

             01 I-WORK-PCT         PIC 999V9.
             01 I-WARN-COUNT       PIC 9 VALUE 0.
             01 I-CEILING-COUNT    PIC 9 VALUE 0.
             01 I-RUN-RC           PIC 99 VALUE 0.

      *    Report line layouts
             01 STR-KUR-HEADER     PIC X(132)
                 VALUE "DAILY KEY-USAGE REPORT".
             01 STR-KUR-BLANK      PIC X(132) VALUE SPACES.
             01 STR-KUR-DATE-LINE.
               05 FILLER           PIC X(14) VALUE "BUSINESS DATE=".
               05 KUR-DATE         PIC X(8).
               05 FILLER           PIC X(110) VALUE SPACES.
             01 STR-KUR-COL-LINE.
               05 FILLER           PIC X(9)  VALUE "CIPHER".
               05 FILLER           PIC X(9)  VALUE "MESSAGES".
               05 FILLER           PIC X(9)  VALUE "WARN-AT".
               05 FILLER           PIC X(9)  VALUE "CEILING".
               05 FILLER           PIC X(8)  VALUE "USED".
               05 FILLER           PIC X(9)  VALUE "HEADROOM".
               05 FILLER           PIC X(8)  VALUE "STATUS".
               05 FILLER           PIC X(71) VALUE SPACES.
             01 STR-KUR-KEY-LINE.
               05 KUR-CIPHER       PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 KUR-USED         PIC 9(7).
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 KUR-WARN         PIC 9(7).
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 KUR-CEILING      PIC 9(7).
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 KUR-PCT          PIC ZZ9.9.
               05 FILLER           PIC X(1)  VALUE "%".
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 KUR-HEADROOM     PIC X(7).
               05 FILLER           PIC X(2)  VALUE SPACES.
               05 KUR-STATUS       PIC X(8).
               05 FILLER           PIC X(71) VALUE SPACES.
             01 STR-KUR-NOKEY-LINE.
               05 KUR-NK-CIPHER    PIC X(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 FILLER           PIC X(40)
                   VALUE "NO KEY OF THE DAY ON STORE".
               05 FILLER           PIC X(83) VALUE SPACES.
             01 STR-KUR-TOTAL-LINE.
               05 FILLER           PIC X(16) VALUE "PAST WARNING = ".
               05 KUR-WARN-COUNT   PIC 9.
               05 FILLER           PIC X(16) VALUE "   AT CEILING = ".
               05 KUR-CEILING-COUNT PIC 9.
               05 FILLER           PIC X(98) VALUE SPACES.

           PROCEDURE DIVISION.

           MAINLINE.
            DISPLAY "KEYUSRPT - report date (YYYYMMDD, blank for "
                    "the business date): "
            ACCEPT STR-ENTRY-DATE

            EVALUATE TRUE
             WHEN STR-ENTRY-DATE = SPACES
              CALL "BUSINESS-DATE" USING C-PROCDATE-GET,
                                         STR-REPORT-DATE
             WHEN STR-ENTRY-DATE IS NUMERIC
              MOVE STR-ENTRY-DATE TO STR-REPORT-DATE
             WHEN OTHER
              DISPLAY "KEYUSRPT - REJECTED - date must be 8 digits "
                      "(YYYYMMDD)"
              MOVE 8 TO RETURN-CODE
              GOBACK
            END-EVALUATE

            OPEN OUTPUT USAGE-REPORT
            WRITE REC-USAGE-RPT FROM STR-KUR-HEADER
            MOVE STR-REPORT-DATE TO KUR-DATE
            WRITE REC-USAGE-RPT FROM STR-KUR-DATE-LINE
            WRITE REC-USAGE-RPT FROM STR-KUR-BLANK
            WRITE REC-USAGE-RPT FROM STR-KUR-COL-LINE

            PERFORM REPORT-ONE-KEY
                VARYING I-CIPHER-ITER FROM 1 BY 1
                UNTIL I-CIPHER-ITER > I-CIPHER-MAX

            MOVE I-WARN-COUNT    TO KUR-WARN-COUNT
            MOVE I-CEILING-COUNT TO KUR-CEILING-COUNT
            WRITE REC-USAGE-RPT FROM STR-KUR-BLANK
            WRITE REC-USAGE-RPT FROM STR-KUR-TOTAL-LINE
            CLOSE USAGE-REPORT

      *     A key past its warning threshold or at its ceiling is
      *     a 4 - the report did its job, but someone should rotate
            IF I-WARN-COUNT > 0 OR I-CEILING-COUNT > 0
             MOVE 4 TO I-RUN-RC
            END-IF

            DISPLAY "KEYUSRPT - " I-WARN-COUNT " key(s) past warning, "
                    I-CEILING-COUNT " at ceiling for "
                    STR-REPORT-DATE

            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    One line per cipher type - the count, the limits it is
      *    held against, and where it stands
      *    /////////////////////////////////////////////////////////////
           REPORT-ONE-KEY.
            MOVE CL-CIPHER(I-CIPHER-ITER) TO STR-KEYUSE-CIPHER
            CALL "KEY-USAGE" USING
                C-KEYUSE-FUNC, STR-REPORT-DATE, STR-KEYUSE-CIPHER,
                I-KEYUSE-ADD, I-KEYUSE-USED, I-KEYUSE-WARN,
                I-KEYUSE-CEILING, I-KEYUSE-HEADROOM,
                I-KEYUSE-STATUS

            IF I-KEYUSE-STATUS = 9
             MOVE STR-KEYUSE-CIPHER TO KUR-NK-CIPHER
             WRITE REC-USAGE-RPT FROM STR-KUR-NOKEY-LINE
             EXIT PARAGRAPH
            END-IF

            MOVE STR-KEYUSE-CIPHER TO KUR-CIPHER
            MOVE I-KEYUSE-USED     TO KUR-USED
            MOVE I-KEYUSE-WARN     TO KUR-WARN
            MOVE I-KEYUSE-CEILING  TO KUR-CEILING

      *     No ceiling means nothing to measure against
            IF I-KEYUSE-CEILING = 0
             MOVE 0 TO KUR-PCT
             MOVE "NONE" TO KUR-HEADROOM
            ELSE
             COMPUTE I-WORK-PCT ROUNDED =
                 (I-KEYUSE-USED * 100) / I-KEYUSE-CEILING
                 ON SIZE ERROR
                  MOVE 999.9 TO I-WORK-PCT
             END-COMPUTE
             MOVE I-WORK-PCT        TO KUR-PCT
             MOVE I-KEYUSE-HEADROOM TO KUR-HEADROOM
            END-IF

            EVALUATE I-KEYUSE-STATUS
             WHEN 2
              MOVE "CEILING" TO KUR-STATUS
              ADD 1 TO I-CEILING-COUNT
             WHEN 1
              MOVE "WARNING" TO KUR-STATUS
              ADD 1 TO I-WARN-COUNT
             WHEN OTHER
              MOVE "OK"      TO KUR-STATUS
            END-EVALUATE

            WRITE REC-USAGE-RPT FROM STR-KUR-KEY-LINE.

           END PROGRAM KEYUSRPT.
