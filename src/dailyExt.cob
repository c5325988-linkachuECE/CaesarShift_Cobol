      *    // Daily warehouse extract feed - writes the business
      *    // day's operational data as comma-delimited files with
      *    // a heading row, one file per source, for the management
      *    // reporting warehouse that until now got only the
      *    // 132-column print files off STATRPT, RUNHRPT, CIPHRPT
      *    // and the OUTREG aging report:
      *    //   EXTSTAT   PARTSTAT lines posted under the day
      *    //   EXTRUNH   RUNHIST lines stamped with the day
      *    //   EXTOUTRG  OUTREG entries cut, advanced or acked on
      *    //             the day
      *    //   EXTCLOG   CIPHERLOG event lines stamped with the day
      *    //   EXTREJ    the night's REJECTS lines, both layouts
      *    // The day is the BUSINESS-DATE the operator states (or
      *    // today's), matched against the date each file already
      *    // stamps - never the clock the extract happens to run
      *    // on. Every row carries the business date first. EXTCTL
      *    // lists each extract's row count under the business
      *    // date, so the warehouse load can prove it received
      *    // everything; a source not on hand still gets its
      *    // heading-only file and an ABSENT row there, and the run
      *    // ends RC 4. Text fields are quoted with embedded quotes
      *    // doubled; numbers go out unpadded.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. DAILYEXT.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT PARTSTAT-FILE ASSIGN TO "PARTSTAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT OUTREG-FILE ASSIGN TO "OUTREG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT CIPHER-LOG-FILE ASSIGN TO "CIPHERLOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT REJECT-FILE ASSIGN TO "REJECTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-SOURCE-STATUS.
                 SELECT STAT-EXTRACT ASSIGN TO "EXTSTAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
                 SELECT RUNHIST-EXTRACT ASSIGN TO "EXTRUNH"
                     ORGANIZATION IS LINE SEQUENTIAL.
                 SELECT OUTREG-EXTRACT ASSIGN TO "EXTOUTRG"
                     ORGANIZATION IS LINE SEQUENTIAL.
                 SELECT CIPHERLOG-EXTRACT ASSIGN TO "EXTCLOG"
                     ORGANIZATION IS LINE SEQUENTIAL.
                 SELECT REJECT-EXTRACT ASSIGN TO "EXTREJ"
                     ORGANIZATION IS LINE SEQUENTIAL.
                 SELECT EXTRACT-CONTROL ASSIGN TO "EXTCTL"
                     ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
            FILE SECTION.
             FD  PARTSTAT-FILE.
             COPY "statrec.cpy".

             FD  RUN-HISTORY-FILE.
             01 REC-RUNHIST        PIC X(150).

             FD  OUTREG-FILE.
             COPY "outregrec.cpy".

             FD  CIPHER-LOG-FILE.
             01 REC-CIPHERLOG      PIC X(120).

             FD  REJECT-FILE.
             01 REC-REJECT         PIC X(132).

             FD  STAT-EXTRACT.
             01 REC-STAT-EXT       PIC X(400).

             FD  RUNHIST-EXTRACT.
             01 REC-RUNHIST-EXT    PIC X(400).

             FD  OUTREG-EXTRACT.
             01 REC-OUTREG-EXT     PIC X(400).

             FD  CIPHERLOG-EXTRACT.
             01 REC-CIPHERLOG-EXT  PIC X(400).

             FD  REJECT-EXTRACT.
             01 REC-REJECT-EXT     PIC X(400).

             FD  EXTRACT-CONTROL.
             01 REC-EXTRACT-CTL    PIC X(400).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-SOURCE-STATUS  PIC X(2).

      *    The business date the extract covers
             01 STR-ENTRY-PROCDATE PIC X(8).
             01 C-PROCDATE-SET     PIC X(1) VALUE "S".
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-PROC-DATE      PIC X(8).

      *    When the extract was taken, for the control file
             01 STR-RUN-TIMESTAMP  PIC X(21).

             COPY "runhist.cpy".

      *    Mirror of LOG-CIPHER-EVENT's STR-LOG-LINE layout, used
      *    to pick each line apart after READ INTO - the shift is
      *    read back as the signed number it was written as
             01 STR-LOG-ENTRY.
               05 LOG-TIMESTAMP    PIC X(21).
               05 FILLER           PIC X(1).
               05 LOG-PROGRAM      PIC X(16).
               05 FILLER           PIC X(1).
               05 LOG-LEN-LABEL    PIC X(4).
               05 LOG-LEN          PIC 999.
               05 FILLER           PIC X(1).
               05 FILLER           PIC X(6).
               05 LOG-SHIFT        PIC S99.
               05 FILLER           PIC X(1).
               05 FILLER           PIC X(7).
               05 LOG-STATUS       PIC X(7).
               05 FILLER           PIC X(6).
               05 LOG-USER         PIC X(8).
               05 FILLER           PIC X(5).
               05 LOG-SEQ          PIC 9(6).
               05 FILLER           PIC X(5).
               05 LOG-CHECK        PIC 9(4).
               05 FILLER           PIC X(16).

      *    The reject line picked apart - whichever of the two
      *    layouts it arrived in, as REJREVW reads them
             01 STR-REJECT-BUFFER  PIC X(132).
             01 STR-REJ-FILE-NUM   PIC X(3).
             01 STR-REJ-REC-NUM    PIC X(6).
             01 STR-REJ-REASON     PIC X(8).
             01 STR-REJ-DATA       PIC X(94).

      *    Per-extract counts, and the source state the control
      *    file reports beside them
             01 I-ROW-COUNT        PIC 9(8).
             01 I-ABSENT-COUNT     PIC 9    VALUE 0.
             01 I-TOTAL-ROWS       PIC 9(8) VALUE 0.
             01 I-RUN-RC           PIC 99   VALUE 0.

      *    Run-summary identities handed to LOG-RUN-HISTORY - the
      *    input is the day's five source files taken together
             01 STR-RH-PROGRAM     PIC X(8) VALUE "DAILYEXT".
             01 C-CLOCK-STAMP      PIC X(1) VALUE "S".
             01 STR-RUN-START      PIC X(14).
             01 STR-RH-INPUT       PIC X(8) VALUE "DAYFILES".
             01 STR-RH-OUTPUT      PIC X(8) VALUE "EXTCTL".
             01 I-RH-RECORDS       PIC 9(6) VALUE 0.
             01 I-RH-ZERO          PIC 9(6) VALUE 0.
             01 STR-CTL-EXTRACT    PIC X(9).
             01 STR-CTL-DDNAME     PIC X(8).
             01 STR-CTL-SOURCE     PIC X(6).

      *    Delimited-line builder - fields are appended one at a
      *    time behind a comma; text is quoted with any embedded
      *    quote doubled, numbers go out without padding
             01 STR-CSV-LINE       PIC X(400).
             01 I-CSV-POS          PIC 999.
             01 I-CSV-FIELDS       PIC 99.
             01 STR-CSV-FIELD      PIC X(120).
             01 I-CSV-LEN          PIC 999.
             01 I-CSV-SCAN         PIC 999.
             01 I-CSV-NUMBER       PIC S9(9).
             01 STR-CSV-EDIT       PIC -(9)9.
             01 C-CSV-QUOTE        PIC X(1) VALUE QUOTE.

      *    Heading rows - one per extract
             01 STR-STAT-HEADING.
               05 FILLER           PIC X(38) VALUE
                   "BUSINESS_DATE,PARTNER,RECORDS,REJECTS,".
               05 FILLER           PIC X(362) VALUE
                   "EXCEPTIONS,SPANNED,UNCHANGED".
             01 STR-RUNH-HEADING.
               05 FILLER           PIC X(40) VALUE
                   "BUSINESS_DATE,END_TIME,PROGRAM,INPUT_DD,".
               05 FILLER           PIC X(38) VALUE
                   "OUTPUT_DD,RECORDS,PASSTHRU,WRAPAROUND,".
               05 FILLER           PIC X(322) VALUE
                   "RC,START,ELAPSED_SECS".
             01 STR-OUTR-HEADING.
               05 FILLER           PIC X(35) VALUE
                   "BUSINESS_DATE,DSN,PARTNER,RUN_DATE,".
               05 FILLER           PIC X(365) VALUE
                   "RECORDS,STATUS,STATUS_DATE,ACK_DATE".
             01 STR-CLOG-HEADING.
               05 FILLER           PIC X(40) VALUE
                   "BUSINESS_DATE,TIME,PROGRAM,LENGTH,SHIFT,".
               05 FILLER           PIC X(360) VALUE
                   "STATUS,USER_ID,SEQ,CHECK".
             01 STR-REJ-HEADING.
               05 FILLER           PIC X(42) VALUE
                   "BUSINESS_DATE,MANIFEST_FILE,RECORD,REASON,".
               05 FILLER           PIC X(358) VALUE
                   "DATA".
             01 STR-CTL-HEADING.
               05 FILLER           PIC X(39) VALUE
                   "EXTRACT,DDNAME,BUSINESS_DATE,ROW_COUNT,".
               05 FILLER           PIC X(361) VALUE
                   "SOURCE,CREATED".

           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            DISPLAY "DAILYEXT - business date (YYYYMMDD, blank "
                    "for today): "
            ACCEPT STR-ENTRY-PROCDATE
            EVALUATE TRUE
             WHEN STR-ENTRY-PROCDATE = SPACES
              CONTINUE
             WHEN STR-ENTRY-PROCDATE IS NUMERIC
              CALL "BUSINESS-DATE" USING C-PROCDATE-SET,
                                         STR-ENTRY-PROCDATE
             WHEN OTHER
              DISPLAY "DAILYEXT - business date must be 8 digits "
                      "(YYYYMMDD) - extract refused"
              MOVE 8 TO RETURN-CODE
              GOBACK
            END-EVALUATE
            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE

            MOVE FUNCTION CURRENT-DATE TO STR-RUN-TIMESTAMP

            OPEN OUTPUT EXTRACT-CONTROL
            WRITE REC-EXTRACT-CTL FROM STR-CTL-HEADING

            PERFORM EXTRACT-PARTSTAT
            PERFORM EXTRACT-RUNHIST
            PERFORM EXTRACT-OUTREG
            PERFORM EXTRACT-CIPHERLOG
            PERFORM EXTRACT-REJECTS

            CLOSE EXTRACT-CONTROL

            DISPLAY "DAILYEXT - " I-TOTAL-ROWS " row(s) extracted "
                    "for " STR-PROC-DATE ", " I-ABSENT-COUNT
                    " source(s) not on hand"

      *     A missing source still leaves a complete, provable set
      *     of files, but someone should know why it was empty
            IF I-ABSENT-COUNT > 0
             MOVE 4 TO I-RUN-RC
            ELSE
             MOVE 0 TO I-RUN-RC
            END-IF

      *     The run's own line goes on RUNHIST after the extract
      *     has read it, so it is carried by a rerun for the date
            IF I-TOTAL-ROWS > 999999
             MOVE 999999 TO I-RH-RECORDS
            ELSE
             MOVE I-TOTAL-ROWS TO I-RH-RECORDS
            END-IF
            CALL "LOG-RUN-HISTORY" USING
                STR-RH-PROGRAM, STR-RH-INPUT, STR-RH-OUTPUT,
                I-RH-RECORDS, I-RH-ZERO, I-RH-ZERO, I-RUN-RC

      *     The CALL just above clears the special register on the
      *     way back - put the run's own return code back so the
      *     scheduler sees it, not the logger's
            MOVE I-RUN-RC TO RETURN-CODE

      *     GOBACK rather than EXIT PROGRAM - when this runs as the
      *     main program of the step, EXIT PROGRAM is a no-op and
      *     control would fall straight through into the paragraphs
      *     below
            GOBACK.

      *    /////////////////////////////////////////////////////////////
      *    PARTSTAT - the lines STAT-POST posted under the day
      *    /////////////////////////////////////////////////////////////
           EXTRACT-PARTSTAT.
            MOVE "PARTSTAT" TO STR-CTL-EXTRACT
            MOVE "EXTSTAT"  TO STR-CTL-DDNAME
            PERFORM START-ONE-EXTRACT

            OPEN OUTPUT STAT-EXTRACT
            WRITE REC-STAT-EXT FROM STR-STAT-HEADING

            OPEN INPUT PARTSTAT-FILE
            IF STR-SOURCE-STATUS = "00"
             PERFORM EXTRACT-ONE-STAT-LINE UNTIL I-AT-EOF
             CLOSE PARTSTAT-FILE
            ELSE
             MOVE "ABSENT" TO STR-CTL-SOURCE
            END-IF

            CLOSE STAT-EXTRACT
            PERFORM WRITE-CONTROL-ROW.

           EXTRACT-ONE-STAT-LINE.
            READ PARTSTAT-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR PS-DATE NOT = STR-PROC-DATE
             EXIT PARAGRAPH
            END-IF

            PERFORM START-CSV-LINE
            MOVE STR-PROC-DATE TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            MOVE PS-PARTNER    TO STR-CSV-FIELD
            PERFORM ADD-CSV-TEXT
            MOVE PS-RECORDS    TO I-CSV-NUMBER
            PERFORM ADD-CSV-NUMBER
            MOVE PS-REJECTS    TO I-CSV-NUMBER
            PERFORM ADD-CSV-NUMBER
            MOVE PS-EXCEPTIONS TO I-CSV-NUMBER
            PERFORM ADD-CSV-NUMBER
            MOVE PS-SPANNED    TO I-CSV-NUMBER
            PERFORM ADD-CSV-NUMBER
            MOVE PS-UNCHANGED  TO I-CSV-NUMBER
            PERFORM ADD-CSV-NUMBER

            WRITE REC-STAT-EXT FROM STR-CSV-LINE
            ADD 1 TO I-ROW-COUNT.

      *    /////////////////////////////////////////////////////////////
      *    RUNHIST - every run line whose timestamp carries the
      *    day; START and ELAPSED go out empty on lines written
      *    before runs were clocked
      *    /////////////////////////////////////////////////////////////
           EXTRACT-RUNHIST.
            MOVE "RUNHIST"  TO STR-CTL-EXTRACT
            MOVE "EXTRUNH"  TO STR-CTL-DDNAME
            PERFORM START-ONE-EXTRACT

            OPEN OUTPUT RUNHIST-EXTRACT
            WRITE REC-RUNHIST-EXT FROM STR-RUNH-HEADING

            OPEN INPUT RUN-HISTORY-FILE
            IF STR-SOURCE-STATUS = "00"
             PERFORM EXTRACT-ONE-RUNHIST-LINE UNTIL I-AT-EOF
             CLOSE RUN-HISTORY-FILE
            ELSE
             MOVE "ABSENT" TO STR-CTL-SOURCE
            END-IF

            CLOSE RUNHIST-EXTRACT
            PERFORM WRITE-CONTROL-ROW.

           EXTRACT-ONE-RUNHIST-LINE.
            READ RUN-HISTORY-FILE INTO STR-RUNHIST-LINE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR RH-TIMESTAMP(1:8) NOT = STR-PROC-DATE
             EXIT PARAGRAPH
            END-IF

            PERFORM START-CSV-LINE
            MOVE STR-PROC-DATE     TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            MOVE RH-TIMESTAMP(9:6) TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            MOVE RH-PROGRAM        TO STR-CSV-FIELD
            PERFORM ADD-CSV-TEXT
            MOVE RH-INPUT-DD       TO STR-CSV-FIELD
            PERFORM ADD-CSV-TEXT
            MOVE RH-OUTPUT-DD      TO STR-CSV-FIELD
            PERFORM ADD-CSV-TEXT

            IF RH-RECORDS IS NUMERIC
             MOVE RH-RECORDS    TO I-CSV-NUMBER
             PERFORM ADD-CSV-NUMBER
            ELSE
             PERFORM ADD-CSV-EMPTY
            END-IF
            IF RH-PASSTHRU IS NUMERIC
             MOVE RH-PASSTHRU   TO I-CSV-NUMBER
             PERFORM ADD-CSV-NUMBER
            ELSE
             PERFORM ADD-CSV-EMPTY
            END-IF
            IF RH-WRAPAROUND IS NUMERIC
             MOVE RH-WRAPAROUND TO I-CSV-NUMBER
             PERFORM ADD-CSV-NUMBER
            ELSE
             PERFORM ADD-CSV-EMPTY
            END-IF
            IF RH-RC IS NUMERIC
             MOVE RH-RC         TO I-CSV-NUMBER
             PERFORM ADD-CSV-NUMBER
            ELSE
             PERFORM ADD-CSV-EMPTY
            END-IF

            MOVE RH-START          TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            IF RH-ELAPSED-SECS IS NUMERIC
             MOVE RH-ELAPSED-SECS TO I-CSV-NUMBER
             PERFORM ADD-CSV-NUMBER
            ELSE
             PERFORM ADD-CSV-EMPTY
            END-IF

            WRITE REC-RUNHIST-EXT FROM STR-CSV-LINE
            ADD 1 TO I-ROW-COUNT.

      *    /////////////////////////////////////////////////////////////
      *    OUTREG - every register entry the day touched: cut
      *    under it, advanced on it, or acknowledged on it. An
      *    entry touched more than once that day is still one row,
      *    carrying where it stands now.
      *    /////////////////////////////////////////////////////////////
           EXTRACT-OUTREG.
            MOVE "OUTREG"   TO STR-CTL-EXTRACT
            MOVE "EXTOUTRG" TO STR-CTL-DDNAME
            PERFORM START-ONE-EXTRACT

            OPEN OUTPUT OUTREG-EXTRACT
            WRITE REC-OUTREG-EXT FROM STR-OUTR-HEADING

            OPEN INPUT OUTREG-FILE
            IF STR-SOURCE-STATUS = "00"
             PERFORM EXTRACT-ONE-OUTREG-ENTRY UNTIL I-AT-EOF
             CLOSE OUTREG-FILE
            ELSE
             MOVE "ABSENT" TO STR-CTL-SOURCE
            END-IF

            CLOSE OUTREG-EXTRACT
            PERFORM WRITE-CONTROL-ROW.

           EXTRACT-ONE-OUTREG-ENTRY.
            READ OUTREG-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF OR OR-DSN = SPACES
             EXIT PARAGRAPH
            END-IF

            IF OR-RUN-DATE    NOT = STR-PROC-DATE
                  AND OR-STATUS-DATE NOT = STR-PROC-DATE
                  AND OR-ACK-DATE    NOT = STR-PROC-DATE
             EXIT PARAGRAPH
            END-IF

            PERFORM START-CSV-LINE
            MOVE STR-PROC-DATE  TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            MOVE OR-DSN         TO STR-CSV-FIELD
            PERFORM ADD-CSV-TEXT
            MOVE OR-PARTNER     TO STR-CSV-FIELD
            PERFORM ADD-CSV-TEXT
            MOVE OR-RUN-DATE    TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            IF OR-RECORDS IS NUMERIC
             MOVE OR-RECORDS    TO I-CSV-NUMBER
             PERFORM ADD-CSV-NUMBER
            ELSE
             PERFORM ADD-CSV-EMPTY
            END-IF
            MOVE OR-STATUS      TO STR-CSV-FIELD
            PERFORM ADD-CSV-TEXT
            MOVE OR-STATUS-DATE TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            MOVE OR-ACK-DATE    TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE

            WRITE REC-OUTREG-EXT FROM STR-CSV-LINE
            ADD 1 TO I-ROW-COUNT.

      *    /////////////////////////////////////////////////////////////
      *    CIPHERLOG - the event lines whose timestamp carries the
      *    day; anything without the LEN= label where an event line
      *    has it is not an event and is passed over
      *    /////////////////////////////////////////////////////////////
           EXTRACT-CIPHERLOG.
            MOVE "CIPHERLOG" TO STR-CTL-EXTRACT
            MOVE "EXTCLOG"  TO STR-CTL-DDNAME
            PERFORM START-ONE-EXTRACT

            OPEN OUTPUT CIPHERLOG-EXTRACT
            WRITE REC-CIPHERLOG-EXT FROM STR-CLOG-HEADING

            OPEN INPUT CIPHER-LOG-FILE
            IF STR-SOURCE-STATUS = "00"
             PERFORM EXTRACT-ONE-LOG-LINE UNTIL I-AT-EOF
             CLOSE CIPHER-LOG-FILE
            ELSE
             MOVE "ABSENT" TO STR-CTL-SOURCE
            END-IF

            CLOSE CIPHERLOG-EXTRACT
            PERFORM WRITE-CONTROL-ROW.

           EXTRACT-ONE-LOG-LINE.
            READ CIPHER-LOG-FILE INTO STR-LOG-ENTRY
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
                  OR LOG-LEN-LABEL NOT = "LEN="
                  OR LOG-TIMESTAMP(1:8) NOT = STR-PROC-DATE
             EXIT PARAGRAPH
            END-IF

            PERFORM START-CSV-LINE
            MOVE STR-PROC-DATE      TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            MOVE LOG-TIMESTAMP(9:6) TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            MOVE LOG-PROGRAM        TO STR-CSV-FIELD
            PERFORM ADD-CSV-TEXT
            IF LOG-LEN IS NUMERIC
             MOVE LOG-LEN   TO I-CSV-NUMBER
             PERFORM ADD-CSV-NUMBER
            ELSE
             PERFORM ADD-CSV-EMPTY
            END-IF
            IF LOG-SHIFT IS NUMERIC
             MOVE LOG-SHIFT TO I-CSV-NUMBER
             PERFORM ADD-CSV-NUMBER
            ELSE
             PERFORM ADD-CSV-EMPTY
            END-IF
            MOVE LOG-STATUS         TO STR-CSV-FIELD
            PERFORM ADD-CSV-TEXT
            MOVE LOG-USER           TO STR-CSV-FIELD
            PERFORM ADD-CSV-TEXT
            IF LOG-SEQ IS NUMERIC
             MOVE LOG-SEQ   TO I-CSV-NUMBER
             PERFORM ADD-CSV-NUMBER
            ELSE
             PERFORM ADD-CSV-EMPTY
            END-IF
            IF LOG-CHECK IS NUMERIC
             MOVE LOG-CHECK TO I-CSV-NUMBER
             PERFORM ADD-CSV-NUMBER
            ELSE
             PERFORM ADD-CSV-EMPTY
            END-IF

            WRITE REC-CIPHERLOG-EXT FROM STR-CSV-LINE
            ADD 1 TO I-ROW-COUNT.

      *    /////////////////////////////////////////////////////////////
      *    REJECTS - the reject file carries no date of its own; it
      *    is the night's file, so every reject line on it goes out
      *    under the business date. Headers and blank lines are
      *    not rejects.
      *    /////////////////////////////////////////////////////////////
           EXTRACT-REJECTS.
            MOVE "REJECTS"  TO STR-CTL-EXTRACT
            MOVE "EXTREJ"   TO STR-CTL-DDNAME
            PERFORM START-ONE-EXTRACT

            OPEN OUTPUT REJECT-EXTRACT
            WRITE REC-REJECT-EXT FROM STR-REJ-HEADING

            OPEN INPUT REJECT-FILE
            IF STR-SOURCE-STATUS = "00"
             PERFORM EXTRACT-ONE-REJECT UNTIL I-AT-EOF
             CLOSE REJECT-FILE
            ELSE
             MOVE "ABSENT" TO STR-CTL-SOURCE
            END-IF

            CLOSE REJECT-EXTRACT
            PERFORM WRITE-CONTROL-ROW.

           EXTRACT-ONE-REJECT.
            READ REJECT-FILE INTO STR-REJECT-BUFFER
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF

            IF STR-REJECT-BUFFER = SPACES
                  OR (STR-REJECT-BUFFER(1:4) NOT = "REC="
                      AND STR-REJECT-BUFFER(1:5) NOT = "FILE=")
             EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO STR-REJ-FILE-NUM
            IF STR-REJECT-BUFFER(1:5) = "FILE="
             MOVE STR-REJECT-BUFFER(6:3)   TO STR-REJ-FILE-NUM
             MOVE STR-REJECT-BUFFER(14:6)  TO STR-REJ-REC-NUM
             MOVE STR-REJECT-BUFFER(28:8)  TO STR-REJ-REASON
             MOVE STR-REJECT-BUFFER(42:91) TO STR-REJ-DATA
            ELSE
             MOVE STR-REJECT-BUFFER(5:6)   TO STR-REJ-REC-NUM
             MOVE STR-REJECT-BUFFER(19:8)  TO STR-REJ-REASON
             MOVE STR-REJECT-BUFFER(33:94) TO STR-REJ-DATA
            END-IF

            PERFORM START-CSV-LINE
            MOVE STR-PROC-DATE TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            IF STR-REJ-FILE-NUM IS NUMERIC
             MOVE STR-REJ-FILE-NUM TO I-CSV-NUMBER
             PERFORM ADD-CSV-NUMBER
            ELSE
             PERFORM ADD-CSV-EMPTY
            END-IF
            IF STR-REJ-REC-NUM IS NUMERIC
             MOVE STR-REJ-REC-NUM  TO I-CSV-NUMBER
             PERFORM ADD-CSV-NUMBER
            ELSE
             PERFORM ADD-CSV-EMPTY
            END-IF
            MOVE STR-REJ-REASON TO STR-CSV-FIELD
            PERFORM ADD-CSV-TEXT
            MOVE STR-REJ-DATA   TO STR-CSV-FIELD
            PERFORM ADD-CSV-TEXT

            WRITE REC-REJECT-EXT FROM STR-CSV-LINE
            ADD 1 TO I-ROW-COUNT.

      *    /////////////////////////////////////////////////////////////
      *    Per-extract bookkeeping - the count starts at zero, the
      *    source is taken as read until its open says otherwise,
      *    and the control row goes down once the extract is closed
      *    /////////////////////////////////////////////////////////////
           START-ONE-EXTRACT.
            MOVE 0      TO I-ROW-COUNT
            MOVE "READ" TO STR-CTL-SOURCE
            MOVE "N"    TO I-EOF-FLAG.

           WRITE-CONTROL-ROW.
            PERFORM START-CSV-LINE
            MOVE STR-CTL-EXTRACT TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            MOVE STR-CTL-DDNAME  TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            MOVE STR-PROC-DATE   TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            MOVE I-ROW-COUNT     TO I-CSV-NUMBER
            PERFORM ADD-CSV-NUMBER
            MOVE STR-CTL-SOURCE  TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            MOVE STR-RUN-TIMESTAMP(1:14) TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE
            WRITE REC-EXTRACT-CTL FROM STR-CSV-LINE

            ADD I-ROW-COUNT TO I-TOTAL-ROWS
            IF STR-CTL-SOURCE = "ABSENT"
             ADD 1 TO I-ABSENT-COUNT
             DISPLAY "DAILYEXT - no " FUNCTION TRIM(STR-CTL-EXTRACT)
                     " on hand - " FUNCTION TRIM(STR-CTL-DDNAME)
                     " carries the heading only"
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    The delimited-line builder. Each ADD paragraph puts the
      *    comma down ahead of every field but the first, then the
      *    field: text in quotes, a date or code bare, a number
      *    edited and stripped of its leading blanks, or nothing
      *    at all for a value the source did not carry.
      *    /////////////////////////////////////////////////////////////
           START-CSV-LINE.
            MOVE SPACES TO STR-CSV-LINE
            MOVE 0      TO I-CSV-POS
            MOVE 0      TO I-CSV-FIELDS.

           ADD-CSV-SEPARATOR.
            IF I-CSV-FIELDS > 0
             ADD 1 TO I-CSV-POS
             MOVE "," TO STR-CSV-LINE(I-CSV-POS:1)
            END-IF
            ADD 1 TO I-CSV-FIELDS.

           ADD-CSV-EMPTY.
            PERFORM ADD-CSV-SEPARATOR.

           ADD-CSV-TEXT.
            PERFORM ADD-CSV-SEPARATOR
            PERFORM FIND-CSV-FIELD-LENGTH

            ADD 1 TO I-CSV-POS
            MOVE C-CSV-QUOTE TO STR-CSV-LINE(I-CSV-POS:1)
            PERFORM COPY-ONE-QUOTED-CHAR
                VARYING I-CSV-SCAN FROM 1 BY 1
                UNTIL I-CSV-SCAN > I-CSV-LEN
            ADD 1 TO I-CSV-POS
            MOVE C-CSV-QUOTE TO STR-CSV-LINE(I-CSV-POS:1).

           ADD-CSV-BARE.
            PERFORM ADD-CSV-SEPARATOR
            PERFORM FIND-CSV-FIELD-LENGTH

            IF I-CSV-LEN > 0
             MOVE STR-CSV-FIELD(1:I-CSV-LEN)
               TO STR-CSV-LINE(I-CSV-POS + 1:I-CSV-LEN)
             ADD I-CSV-LEN TO I-CSV-POS
            END-IF.

           ADD-CSV-NUMBER.
            MOVE I-CSV-NUMBER TO STR-CSV-EDIT
            MOVE FUNCTION TRIM(STR-CSV-EDIT) TO STR-CSV-FIELD
            PERFORM ADD-CSV-BARE.

           FIND-CSV-FIELD-LENGTH.
            IF STR-CSV-FIELD = SPACES
             MOVE 0 TO I-CSV-LEN
            ELSE
             COMPUTE I-CSV-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(STR-CSV-FIELD TRAILING))
            END-IF.

           COPY-ONE-QUOTED-CHAR.
            IF STR-CSV-FIELD(I-CSV-SCAN:1) = C-CSV-QUOTE
             ADD 1 TO I-CSV-POS
             MOVE C-CSV-QUOTE TO STR-CSV-LINE(I-CSV-POS:1)
            END-IF
            ADD 1 TO I-CSV-POS
            MOVE STR-CSV-FIELD(I-CSV-SCAN:1)
              TO STR-CSV-LINE(I-CSV-POS:1).

           END PROGRAM DAILYEXT.
