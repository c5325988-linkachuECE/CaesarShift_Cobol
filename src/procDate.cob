      *    // but a delayed run that states one no longer encrypts
      *    // Monday's traffic with Tuesday's key because the clock
      *    // rolled past midnight.
      *    //
      *    // Where a BUSDATE control file is on hand, an unset get
      *    // answers the business day open on it instead of the
      *    // system date - the day stays open, whatever the clock
      *    // says, until DAYCLOSE closes it and moves it on. The
      *    // file is read once per run unit.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. BUSINESS-DATE.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-BUSDATE-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  BUSDATE-FILE.
             COPY "busdrec.cpy".

            WORKING-STORAGE SECTION.
             01 STR-BUSDATE-STATUS PIC X(2).

      *    The open business day off BUSDATE, once looked for -
      *    spaces when there is no file or no usable date on it
             01 I-BUSDATE-READ     PIC 9    VALUE 0.
             01 STR-OPEN-BUSDATE   PIC X(8) VALUE SPACES.

      *    The one piece of state - survives between calls because
      *    a subprogram's working storage lives for the run unit
             01 STR-CURRENT-PROCDATE PIC X(8) VALUE SPACES.
             MOVE STR-PROCDATE-ARG TO STR-CURRENT-PROCDATE
            ELSE
             IF STR-CURRENT-PROCDATE = SPACES
              IF I-BUSDATE-READ = 0
               PERFORM READ-OPEN-BUSINESS-DATE
              END-IF
              IF STR-OPEN-BUSDATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO STR-PROCDATE-ARG
              ELSE
               MOVE STR-OPEN-BUSDATE TO STR-PROCDATE-ARG
              END-IF
             ELSE
              MOVE STR-CURRENT-PROCDATE TO STR-PROCDATE-ARG
             END-IF

            EXIT PROGRAM.

           READ-OPEN-BUSINESS-DATE.
            MOVE 1 TO I-BUSDATE-READ
            OPEN INPUT BUSDATE-FILE
            IF STR-BUSDATE-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF

            READ BUSDATE-FILE
                AT END MOVE SPACES TO REC-BUSDATE
            END-READ
            IF BD-OPEN-DATE IS NUMERIC
             MOVE BD-OPEN-DATE TO STR-OPEN-BUSDATE
            END-IF
            CLOSE BUSDATE-FILE.

           END PROGRAM BUSINESS-DATE.
