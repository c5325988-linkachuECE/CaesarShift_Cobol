             01 I-TYPED-AFFB        PIC 99.
             01 I-TYPED-FOUND       PIC 9.

      *    Run-summary identities handed to LOG-RUN-HISTORY at
      *    TERMINATE-BATCH time so RUNHIST records what this
      *    execution was and what it touched
             01 STR-RH-PROGRAM      PIC X(8) VALUE "VIGBATCH".
             01 C-CLOCK-STAMP       PIC X(1) VALUE "S".
             01 STR-RUN-START       PIC X(14).
             01 STR-RH-INPUT        PIC X(8) VALUE "VIGIN".
             01 STR-RH-OUTPUT       PIC X(8) VALUE "VIGOUT".
             01 I-RUN-RC            PIC 99   VALUE 0.

           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            PERFORM INITIALIZE-BATCH
            PERFORM PROCESS-ONE-RECORD UNTIL I-AT-EOF
            PERFORM TERMINATE-BATCH
            WRITE REC-VIG-OUT FROM REC-TRAILER

            CLOSE VIG-IN
            CLOSE VIG-OUT

            CALL "LOG-RUN-HISTORY" USING
                STR-RH-PROGRAM, STR-RH-INPUT, STR-RH-OUTPUT,
                I-TOTAL-RECORDS, I-PASSTHROUGH-COUNT,
                I-WRAPAROUND-COUNT, I-RUN-RC

      *     The CALL just above clears the special register on the
      *     way back - put the run's own return code back so the
      *     scheduler sees it, not the logger's
            MOVE I-RUN-RC TO RETURN-CODE.

           END PROGRAM VIGENERE-BATCH.
