             01 I-TRAILER-SEEN     PIC 9    VALUE 0.
             01 I-AFTER-TRAILER    PIC 9(6) VALUE 0.
             01 I-FAULT-COUNT      PIC 99   VALUE 0.
             01 I-RUN-RC           PIC 99   VALUE 0.

      *    Per-record integrity validation fields - when the file's
      *    HEADER2 says CHECKVAL=Y, each data record's " CHK=nnnn"
             01 STR-REG-ACK-DATE   PIC X(8) VALUE SPACES.
             01 I-REG-RESULT       PIC 9.

      *    Generation fields - the OUTFILE DD and the register name
      *    both name a base dataset, and the generation verified is
      *    the one the selector picks off GEN-CATALOG: current (the
      *    default), previous, or a stated generation number
             01 C-GEN-FUNC         PIC X(1) VALUE "R".
             01 STR-GEN-BASE       PIC X(44).
             01 STR-GEN-SELECT     PIC X(8) VALUE SPACES.
             01 STR-GEN-PROGRAM    PIC X(8) VALUE SPACES.
             01 STR-GEN-RUN-ID     PIC X(14) VALUE SPACES.
             01 I-GEN-RECORDS      PIC 9(6) VALUE 0.
             01 STR-GEN-DSN        PIC X(44).
             01 I-GEN-NUMBER       PIC 9(4).
             01 I-GEN-STATUS       PIC 9.
             01 STR-VFY-GEN-LINE.
               05 FILLER           PIC X(11) VALUE "GENERATION=".
               05 VFY-GEN-DSN      PIC X(44).
               05 FILLER           PIC X(25) VALUE SPACES.

      *    Run-summary identities handed to LOG-RUN-HISTORY
             01 STR-RH-PROGRAM     PIC X(8) VALUE "CIPHVRFY".
             01 C-CLOCK-STAMP      PIC X(1) VALUE "S".
             01 STR-RUN-START      PIC X(14).
             01 STR-RH-INPUT       PIC X(8) VALUE "OUTFILE".
             01 STR-RH-OUTPUT      PIC X(8) VALUE "VRFYRPT".
             01 I-RH-ZERO          PIC 9(6) VALUE 0.

           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

      *    The register entry this verification vouches for - the
      *    same key OUTREGADM asks for, stated by whoever knows
      *    which dataset is under the OUTFILE DD. The JOBSTRM
      *    controller states it through VRFYDSN when it runs this
      *    once per manifest output; otherwise it is asked for.
      *    Blank skips the advance; OUTREGADM can still mark it.
      *    The generation comes the same way - VRFYGEN from the
      *    controller, asked for alongside the dataset name, blank
      *    for the current generation.
            MOVE SPACES TO STR-REG-DSN
            ACCEPT STR-REG-DSN FROM ENVIRONMENT "VRFYDSN"
            ACCEPT STR-GEN-SELECT FROM ENVIRONMENT "VRFYGEN"
            IF STR-REG-DSN = SPACES
             DISPLAY "Register dataset name to mark VERIFIED "
                     "(blank = no register advance): "
             ACCEPT STR-REG-DSN
             DISPLAY "Generation to verify (CURRENT, PREVIOUS or a "
                     "number - blank = CURRENT): "
             ACCEPT STR-GEN-SELECT
            END-IF
            MOVE FUNCTION UPPER-CASE(STR-GEN-SELECT)
                TO STR-GEN-SELECT

            OPEN OUTPUT VERIFY-REPORT
            WRITE REC-VERIFY FROM STR-VFY-HEADER
            WRITE REC-VERIFY FROM STR-VFY-BLANK

            PERFORM RESOLVE-VERIFY-GENERATION
            IF I-GEN-STATUS > 1
             MOVE "GENERATION NOT ON THE CATALOG" TO VFY-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
             PERFORM WRITE-VERIFY-RESULT
             GOBACK
            END-IF

            OPEN INPUT CIPHER-OUT
            IF STR-OUTFILE-STATUS = "35"
             MOVE "NO OUTPUT FILE TO VERIFY" TO VFY-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
            END-IF

      *    N is a plain-text notice to a partner - a CIPHRECV
      *    rejection notice - with no cipher and no key behind it
            IF HD-MODE NOT = "E" AND HD-MODE NOT = "D"
                  AND HD-MODE NOT = "N"
             MOVE "HEADER MODE IS NOT E, D OR N" TO VFY-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
            END-IF

                  AND HD-CIPHER NOT = "ATBASH"
                  AND HD-CIPHER NOT = "AFFINE"
                  AND HD-CIPHER NOT = "TRANSPOS"
                  AND HD-CIPHER NOT = "PLAYFAIR"
                  AND (HD-MODE NOT = "N" OR HD-CIPHER NOT = "NONE")
             MOVE "HEADER CIPHER TYPE IS NOT A KNOWN VALUE"
                 TO VFY-FAULT-TEXT
             PERFORM WRITE-ONE-FAULT
            ADD 1 TO I-SERIALS-SEEN
            MOVE I-THIS-SERIAL TO I-PREV-SERIAL.

      *    /////////////////////////////////////////////////////////////
      *    Points the OUTFILE DD at the selected generation of its
      *    base, and turns the register name into the same
      *    generation's name - the register carries generations,
      *    not bases. A base that was never versioned is read and
      *    marked as it stands.
      *    /////////////////////////////////////////////////////////////
           RESOLVE-VERIFY-GENERATION.
            ACCEPT STR-GEN-BASE FROM ENVIRONMENT "OUTFILE"
            IF STR-GEN-BASE = SPACES
             MOVE "OUTFILE" TO STR-GEN-BASE
            END-IF

            CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                STR-GEN-SELECT, STR-GEN-PROGRAM, STR-GEN-RUN-ID,
                I-GEN-RECORDS, STR-GEN-DSN, I-GEN-NUMBER,
                I-GEN-STATUS
            IF I-GEN-STATUS > 1
             EXIT PARAGRAPH
            END-IF

            DISPLAY "OUTFILE" UPON ENVIRONMENT-NAME
            DISPLAY STR-GEN-DSN UPON ENVIRONMENT-VALUE
            MOVE STR-GEN-DSN TO VFY-GEN-DSN
            WRITE REC-VERIFY FROM STR-VFY-GEN-LINE

            IF STR-REG-DSN NOT = SPACES
             MOVE STR-REG-DSN TO STR-GEN-BASE
             CALL "GEN-CATALOG" USING C-GEN-FUNC, STR-GEN-BASE,
                 STR-GEN-SELECT, STR-GEN-PROGRAM, STR-GEN-RUN-ID,
                 I-GEN-RECORDS, STR-REG-DSN, I-GEN-NUMBER,
                 I-GEN-STATUS
            END-IF.

           WRITE-ONE-FAULT.
            ADD 1 TO I-FAULT-COUNT
            WRITE REC-VERIFY FROM STR-VFY-FAULT.
                 TO STR-VFY-RESULT

      *     Advance the OUTREG register entry the cutting run
      *     posted - an encrypt file or a partner notice only,
      *     never a decrypt output, keyed by the STATED
      *     dataset name and the run date off the file's own
      *     header, so the advance can only land on the entry
      *     this verification actually vouches for.
             IF I-HEADER-SEEN = 1
                   AND (HD-MODE = "E" OR HD-MODE = "N")
                   AND STR-REG-DSN NOT = SPACES
              MOVE HD-RUN-TIMESTAMP(1:8) TO STR-REG-RUN-DATE
              CALL "OUTREG-MARK" USING
                  STR-REG-DSN, STR-REG-RUN-DATE, STR-REG-STATUS,
                  STR-REG-ACK-DATE, I-REG-RESULT
             END-IF
             MOVE 0 TO I-RUN-RC
            ELSE
             MOVE "FILE FAILED VERIFICATION - DO NOT TRANSMIT"
                 TO STR-VFY-RESULT
             MOVE 8 TO I-RUN-RC
            END-IF

            WRITE REC-VERIFY FROM STR-VFY-RESULT
            CLOSE VERIFY-REPORT

            DISPLAY "CIPHVRFY - " STR-VFY-RESULT

            CALL "LOG-RUN-HISTORY" USING
                STR-RH-PROGRAM, STR-RH-INPUT, STR-RH-OUTPUT,
                I-DATA-COUNT, I-RH-ZERO, I-RH-ZERO, I-RUN-RC

      *     The CALLs above clear the special register on the way
      *     back - put the run's own return code back so the
      *     scheduler sees it, not the logger's
            MOVE I-RUN-RC TO RETURN-CODE.

           END PROGRAM CIPHVRFY.
