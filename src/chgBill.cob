      *    // Month-end partner chargeback billing - sums the PARTSTAT
      *    // lines STAT-POST appended for the business month, the
      *    // same partner-by-partner accumulation STATRPT does, and
      *    // prices each partner's volume off the RATEFILE rate
      *    // table: a rate per record ciphered, a surcharge per
      *    // spanned record, and a handling fee per reject. Finance
      *    // used to bill from the STATRPT printout by hand; this
      *    // writes the per-partner invoice detail to CHGRPT and a
      *    // fixed-format extract to GLEXTRCT for the ledger load.
      *    //
      *    // A partner with no rate row of its own is priced off the
      *    // *DEFAULT row; with no default either, its volume is
      *    // listed as unpriced and left off the extract. The report
      *    // ends with a control total that ties the invoiced and
      *    // unpriced record counts back to the PARTSTAT total read
      *    // for the month, so a partner that fell out of the bill
      *    // cannot go unnoticed. Condition codes: 0 clean, 4 some
      *    // volume unpriced, 8 out of balance or a bad month, 12 no
      *    // PARTSTAT or no RATEFILE.
           IDENTIFICATION DIVISION.
            PROGRAM-ID. CHGBILL.

           ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT PARTSTAT-FILE ASSIGN TO "PARTSTAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-PARTSTAT-STATUS.
                 SELECT RATE-FILE ASSIGN TO "RATEFILE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-RATEFILE-STATUS.
                 SELECT INVOICE-REPORT ASSIGN TO "CHGRPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
                 SELECT GL-EXTRACT ASSIGN TO "GLEXTRCT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STR-GLEXTRCT-STATUS.

           DATA DIVISION.
            FILE SECTION.
             FD  PARTSTAT-FILE.
             COPY "statrec.cpy".

      *    One rate row per partner, or *DEFAULT for every partner
      *    without its own - rates carry four implied decimals, the
      *    reject fee two, and the ledger account the charges post to
             FD  RATE-FILE.
             01 REC-RATE.
               05 RT-PARTNER       PIC X(8).
               05 FILLER           PIC X(1).
               05 RT-RECORD-RATE   PIC 9(2)V9(4).
               05 FILLER           PIC X(1).
               05 RT-SPAN-SURCH    PIC 9(2)V9(4).
               05 FILLER           PIC X(1).
               05 RT-REJECT-FEE    PIC 9(4)V99.
               05 FILLER           PIC X(1).
               05 RT-GL-ACCOUNT    PIC X(10).

             FD  INVOICE-REPORT.
             01 REC-INVOICE        PIC X(132).

      *    The ledger extract - fixed columns, no separators: an H
      *    record naming the period, one D record per charge line,
      *    and a T record carrying the D count and amount total the
      *    load balances to
             FD  GL-EXTRACT.
             01 REC-GL-EXTRACT.
               05 GL-REC-TYPE      PIC X(1).
               05 GL-PERIOD        PIC X(6).
               05 GL-PARTNER       PIC X(8).
               05 GL-ACCOUNT       PIC X(10).
               05 GL-CHARGE-CODE   PIC X(3).
               05 GL-QUANTITY      PIC 9(8).
               05 GL-AMOUNT        PIC 9(9)V99.
               05 GL-RUN-DATE      PIC X(8).

            WORKING-STORAGE SECTION.
      *    Internal variables
             01 I-EOF-FLAG         PIC X(1) VALUE "N".
               88 I-AT-EOF               VALUE "Y".
             01 STR-PARTSTAT-STATUS PIC X(2).
             01 STR-RATEFILE-STATUS PIC X(2).
             01 STR-GLEXTRCT-STATUS PIC X(2).

      *    The billing month - the business month unless stated
             01 STR-ENTRY-MONTH    PIC X(6).
             01 STR-BILL-MONTH     PIC X(6).
             01 C-PROCDATE-GET     PIC X(1) VALUE "G".
             01 STR-PROC-DATE      PIC X(8).

      *    The rate table held in storage
             01 I-RATE-COUNT       PIC 999 VALUE 0.
             01 RATE-TABLE.
               05 RTB-ENTRY OCCURS 100 TIMES.
                 10 RTB-PARTNER    PIC X(8).
                 10 RTB-RECORD-RATE PIC 9(2)V9(4).
                 10 RTB-SPAN-SURCH PIC 9(2)V9(4).
                 10 RTB-REJECT-FEE PIC 9(4)V99.
                 10 RTB-GL-ACCOUNT PIC X(10).
             01 I-RATE-ITER        PIC 999.
             01 I-RATE-SLOT        PIC 999.
             01 I-DEFAULT-SLOT     PIC 999 VALUE 0.

      *    Per-partner accumulation for the month
             01 I-PARTNER-COUNT    PIC 99 VALUE 0.
             01 BILL-TABLE.
               05 BT-ENTRY OCCURS 50 TIMES.
                 10 BT-PARTNER     PIC X(8).
                 10 BT-RECORDS     PIC 9(8).
                 10 BT-REJECTS     PIC 9(8).
                 10 BT-SPANNED     PIC 9(8).
             01 I-TBL-ITER         PIC 99.
             01 I-TBL-SLOT         PIC 99.

      *    Control totals - what PARTSTAT held for the month, read
      *    independently of the table, against what was billed
             01 I-STAT-RECORDS     PIC 9(8) VALUE 0.
             01 I-STAT-LINES       PIC 9(6) VALUE 0.
             01 I-DROPPED-RECORDS  PIC 9(8) VALUE 0.
             01 I-INVOICED-RECORDS PIC 9(8) VALUE 0.
             01 I-UNPRICED-RECORDS PIC 9(8) VALUE 0.
             01 I-UNPRICED-COUNT   PIC 99   VALUE 0.
             01 I-ACCOUNTED-RECORDS PIC 9(8) VALUE 0.

      *    Charge arithmetic - money in dollars and cents
             01 I-RECORD-CHARGE    PIC 9(9)V99.
             01 I-SPAN-CHARGE      PIC 9(9)V99.
             01 I-REJECT-CHARGE    PIC 9(9)V99.
             01 I-INVOICE-TOTAL    PIC 9(9)V99.
             01 I-GRAND-TOTAL      PIC 9(9)V99 VALUE 0.
             01 I-GL-DETAIL-COUNT  PIC 9(8) VALUE 0.
             01 I-GL-AMOUNT-TOTAL  PIC 9(9)V99 VALUE 0.

             01 I-RUN-RC           PIC 99 VALUE 0.

      *    Run-summary identities handed to LOG-RUN-HISTORY
             01 STR-RH-PROGRAM     PIC X(8) VALUE "CHGBILL".
             01 C-CLOCK-STAMP      PIC X(1) VALUE "S".
             01 STR-RUN-START      PIC X(14).
             01 STR-RH-INPUT       PIC X(8) VALUE "PARTSTAT".
             01 STR-RH-OUTPUT      PIC X(8) VALUE "GLEXTRCT".
             01 I-RH-RECORDS       PIC 9(6) VALUE 0.
             01 I-RH-ZERO          PIC 9(6) VALUE 0.

      *    Report line layouts
             01 STR-INV-HEADER     PIC X(132)
                 VALUE "PARTNER CHARGEBACK INVOICE DETAIL".
             01 STR-INV-BLANK      PIC X(132) VALUE SPACES.
             01 STR-INV-MONTH-LINE.
               05 FILLER           PIC X(13) VALUE "BILLING MONTH".
               05 FILLER           PIC X(1)  VALUE "=".
               05 INV-MONTH        PIC X(6).
               05 FILLER           PIC X(10) VALUE " RUN DATE=".
               05 INV-RUN-DATE     PIC X(8).
               05 FILLER           PIC X(94) VALUE SPACES.
             01 STR-INV-PART-LINE.
               05 FILLER           PIC X(8)  VALUE "PARTNER=".
               05 INV-PARTNER      PIC X(8).
               05 FILLER           PIC X(9)  VALUE " ACCOUNT=".
               05 INV-ACCOUNT      PIC X(10).
               05 FILLER           PIC X(7)  VALUE " RATES=".
               05 INV-RATE-SOURCE  PIC X(8).
               05 FILLER           PIC X(82) VALUE SPACES.
             01 STR-INV-CHARGE-LINE.
               05 FILLER           PIC X(4)  VALUE SPACES.
               05 INV-CHARGE-TEXT  PIC X(18).
               05 FILLER           PIC X(4)  VALUE "QTY=".
               05 INV-QUANTITY     PIC ZZ,ZZZ,ZZ9.
               05 FILLER           PIC X(4)  VALUE " AT ".
               05 INV-RATE         PIC Z,ZZ9.9999.
               05 FILLER           PIC X(8)  VALUE " AMOUNT=".
               05 INV-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER           PIC X(60) VALUE SPACES.
             01 STR-INV-TOTAL-LINE.
               05 FILLER           PIC X(4)  VALUE SPACES.
               05 FILLER           PIC X(18) VALUE "INVOICE TOTAL".
               05 FILLER           PIC X(32) VALUE SPACES.
               05 INV-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER           PIC X(64) VALUE SPACES.
             01 STR-INV-UNPRICED.
               05 FILLER           PIC X(8)  VALUE "PARTNER=".
               05 INV-UP-PARTNER   PIC X(8).
               05 FILLER           PIC X(37)
                   VALUE " ** NO RATE ROW AND NO DEFAULT - NOT ".
               05 FILLER           PIC X(17) VALUE "INVOICED ** RECS=".
               05 INV-UP-RECORDS   PIC 9(8).
               05 FILLER           PIC X(54) VALUE SPACES.
             01 STR-INV-GRAND-LINE.
               05 FILLER           PIC X(21)
                   VALUE "GRAND TOTAL INVOICED=".
               05 INV-GRAND-TOTAL  PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER           PIC X(10) VALUE " INVOICES=".
               05 INV-INVOICES     PIC 99.
               05 FILLER           PIC X(85) VALUE SPACES.
             01 STR-INV-CONTROL-LINE.
               05 FILLER           PIC X(17) VALUE "CONTROL PARTSTAT=".
               05 INV-CTL-STAT     PIC 9(8).
               05 FILLER           PIC X(10) VALUE " INVOICED=".
               05 INV-CTL-INVOICED PIC 9(8).
               05 FILLER           PIC X(10) VALUE " UNPRICED=".
               05 INV-CTL-UNPRICED PIC 9(8).
               05 FILLER           PIC X(9)  VALUE " DROPPED=".
               05 INV-CTL-DROPPED  PIC 9(8).
               05 FILLER           PIC X(1)  VALUE SPACE.
               05 INV-CTL-VERDICT  PIC X(53).

           PROCEDURE DIVISION.

           MAINLINE.
      *     Wall-clock start of the run - LOG-RUN-HISTORY records
      *     it, and the seconds taken, on the RUNHIST line
            CALL "RUN-CLOCK" USING C-CLOCK-STAMP, STR-RH-PROGRAM,
                                   STR-RUN-START

            CALL "BUSINESS-DATE" USING C-PROCDATE-GET, STR-PROC-DATE

            DISPLAY "CHGBILL - billing month (YYYYMM, blank for "
                    "the business month): "
            ACCEPT STR-ENTRY-MONTH
            EVALUATE TRUE
             WHEN STR-ENTRY-MONTH = SPACES
              MOVE STR-PROC-DATE(1:6) TO STR-BILL-MONTH
             WHEN STR-ENTRY-MONTH IS NUMERIC
              MOVE STR-ENTRY-MONTH TO STR-BILL-MONTH
             WHEN OTHER
              DISPLAY "CHGBILL - REJECTED - month must be 6 digits "
                      "(YYYYMM)"
              MOVE 8 TO RETURN-CODE
              GOBACK
            END-EVALUATE

            PERFORM LOAD-RATE-TABLE
            IF I-RATE-COUNT = 0
             DISPLAY "CHGBILL - no RATEFILE rates on hand - "
                     "nothing can be priced"
             MOVE 12 TO RETURN-CODE
             GOBACK
            END-IF

            OPEN INPUT PARTSTAT-FILE
            IF STR-PARTSTAT-STATUS NOT = "00"
             DISPLAY "CHGBILL - no PARTSTAT file to bill from"
             MOVE 12 TO RETURN-CODE
             GOBACK
            END-IF
            MOVE "N" TO I-EOF-FLAG
            PERFORM TALLY-ONE-STAT-LINE UNTIL I-AT-EOF
            CLOSE PARTSTAT-FILE

            OPEN OUTPUT INVOICE-REPORT
            OPEN OUTPUT GL-EXTRACT
            WRITE REC-INVOICE FROM STR-INV-HEADER
            MOVE STR-BILL-MONTH TO INV-MONTH
            MOVE STR-PROC-DATE  TO INV-RUN-DATE
            WRITE REC-INVOICE FROM STR-INV-MONTH-LINE
            WRITE REC-INVOICE FROM STR-INV-BLANK

            MOVE SPACES         TO REC-GL-EXTRACT
            MOVE "H"            TO GL-REC-TYPE
            MOVE STR-BILL-MONTH TO GL-PERIOD
            MOVE 0              TO GL-QUANTITY
            MOVE 0              TO GL-AMOUNT
            MOVE STR-PROC-DATE  TO GL-RUN-DATE
            WRITE REC-GL-EXTRACT

            PERFORM BILL-ONE-PARTNER
                VARYING I-TBL-ITER FROM 1 BY 1
                UNTIL I-TBL-ITER > I-PARTNER-COUNT

            PERFORM WRITE-CONTROL-TOTALS

            MOVE SPACES            TO REC-GL-EXTRACT
            MOVE "T"               TO GL-REC-TYPE
            MOVE STR-BILL-MONTH    TO GL-PERIOD
            MOVE I-GL-DETAIL-COUNT TO GL-QUANTITY
            MOVE I-GL-AMOUNT-TOTAL TO GL-AMOUNT
            MOVE STR-PROC-DATE     TO GL-RUN-DATE
            WRITE REC-GL-EXTRACT

            CLOSE GL-EXTRACT
            CLOSE INVOICE-REPORT

            DISPLAY "CHGBILL - " STR-BILL-MONTH " billed - "
                    I-PARTNER-COUNT " partner(s), " I-UNPRICED-COUNT
                    " unpriced - RC=" I-RUN-RC

            IF I-GL-DETAIL-COUNT > 999999
             MOVE 999999 TO I-RH-RECORDS
            ELSE
             MOVE I-GL-DETAIL-COUNT TO I-RH-RECORDS
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
      *    Reads the rate rows into storage - a row whose rates are
      *    not numeric is refused by name rather than billing a
      *    partner at whatever the bytes happen to say
      *    /////////////////////////////////////////////////////////////
           LOAD-RATE-TABLE.
            MOVE "N" TO I-EOF-FLAG
            OPEN INPUT RATE-FILE
            IF STR-RATEFILE-STATUS NOT = "00"
             EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-ONE-RATE UNTIL I-AT-EOF
            CLOSE RATE-FILE.

           LOAD-ONE-RATE.
            READ RATE-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ
            IF I-AT-EOF OR RT-PARTNER = SPACES
             EXIT PARAGRAPH
            END-IF

            IF RT-RECORD-RATE IS NOT NUMERIC
                  OR RT-SPAN-SURCH IS NOT NUMERIC
                  OR RT-REJECT-FEE IS NOT NUMERIC
             DISPLAY "CHGBILL - rate row for " RT-PARTNER
                     " is not numeric - row ignored"
             EXIT PARAGRAPH
            END-IF

            IF I-RATE-COUNT >= 100
             DISPLAY "CHGBILL - more than 100 rate rows - "
                     RT-PARTNER " ignored"
             EXIT PARAGRAPH
            END-IF

            ADD 1 TO I-RATE-COUNT
            MOVE RT-PARTNER     TO RTB-PARTNER(I-RATE-COUNT)
            MOVE RT-RECORD-RATE TO RTB-RECORD-RATE(I-RATE-COUNT)
            MOVE RT-SPAN-SURCH  TO RTB-SPAN-SURCH(I-RATE-COUNT)
            MOVE RT-REJECT-FEE  TO RTB-REJECT-FEE(I-RATE-COUNT)
            MOVE RT-GL-ACCOUNT  TO RTB-GL-ACCOUNT(I-RATE-COUNT)
            IF RT-PARTNER = "*DEFAULT"
             MOVE I-RATE-COUNT TO I-DEFAULT-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Posts one PARTSTAT line of the billing month into the
      *    partner's slot - the month's record total is counted here
      *    as well, apart from the table, for the control total
      *    /////////////////////////////////////////////////////////////
           TALLY-ONE-STAT-LINE.
            READ PARTSTAT-FILE
                AT END SET I-AT-EOF TO TRUE
            END-READ

            IF I-AT-EOF
             EXIT PARAGRAPH
            END-IF
            IF PS-DATE(1:6) NOT = STR-BILL-MONTH
             EXIT PARAGRAPH
            END-IF

            ADD 1          TO I-STAT-LINES
            ADD PS-RECORDS TO I-STAT-RECORDS

            PERFORM FIND-PARTNER-SLOT
            IF I-TBL-SLOT = 0
             ADD PS-RECORDS TO I-DROPPED-RECORDS
             EXIT PARAGRAPH
            END-IF

            ADD PS-RECORDS TO BT-RECORDS(I-TBL-SLOT)
            ADD PS-REJECTS TO BT-REJECTS(I-TBL-SLOT)
            ADD PS-SPANNED TO BT-SPANNED(I-TBL-SLOT).

           FIND-PARTNER-SLOT.
            MOVE 0 TO I-TBL-SLOT
            PERFORM MATCH-ONE-PARTNER-SLOT
                VARYING I-TBL-ITER FROM 1 BY 1
                UNTIL I-TBL-ITER > I-PARTNER-COUNT
                   OR I-TBL-SLOT > 0

            IF I-TBL-SLOT = 0 AND I-PARTNER-COUNT < 50
             ADD 1 TO I-PARTNER-COUNT
             MOVE I-PARTNER-COUNT TO I-TBL-SLOT
             MOVE PS-PARTNER TO BT-PARTNER(I-TBL-SLOT)
             MOVE 0 TO BT-RECORDS(I-TBL-SLOT)
             MOVE 0 TO BT-REJECTS(I-TBL-SLOT)
             MOVE 0 TO BT-SPANNED(I-TBL-SLOT)
            END-IF.

           MATCH-ONE-PARTNER-SLOT.
            IF BT-PARTNER(I-TBL-ITER) = PS-PARTNER
             MOVE I-TBL-ITER TO I-TBL-SLOT
            END-IF.

      *    /////////////////////////////////////////////////////////////
      *    Prices one partner's month - records at the record rate,
      *    spanned records at the surcharge, rejects at the handling
      *    fee, each rounded to the cent - writes the invoice block
      *    and one ledger D record per charge line
      *    /////////////////////////////////////////////////////////////
           BILL-ONE-PARTNER.
            PERFORM FIND-RATE-SLOT
            IF I-RATE-SLOT = 0
             MOVE BT-PARTNER(I-TBL-ITER) TO INV-UP-PARTNER
             MOVE BT-RECORDS(I-TBL-ITER) TO INV-UP-RECORDS
             WRITE REC-INVOICE FROM STR-INV-UNPRICED
             WRITE REC-INVOICE FROM STR-INV-BLANK
             ADD BT-RECORDS(I-TBL-ITER) TO I-UNPRICED-RECORDS
             ADD 1 TO I-UNPRICED-COUNT
             IF I-RUN-RC < 4
              MOVE 4 TO I-RUN-RC
             END-IF
             EXIT PARAGRAPH
            END-IF

            COMPUTE I-RECORD-CHARGE ROUNDED =
                BT-RECORDS(I-TBL-ITER) * RTB-RECORD-RATE(I-RATE-SLOT)
            COMPUTE I-SPAN-CHARGE ROUNDED =
                BT-SPANNED(I-TBL-ITER) * RTB-SPAN-SURCH(I-RATE-SLOT)
            COMPUTE I-REJECT-CHARGE ROUNDED =
                BT-REJECTS(I-TBL-ITER) * RTB-REJECT-FEE(I-RATE-SLOT)
            COMPUTE I-INVOICE-TOTAL =
                I-RECORD-CHARGE + I-SPAN-CHARGE + I-REJECT-CHARGE
            ADD I-INVOICE-TOTAL        TO I-GRAND-TOTAL
            ADD BT-RECORDS(I-TBL-ITER) TO I-INVOICED-RECORDS

            MOVE BT-PARTNER(I-TBL-ITER)      TO INV-PARTNER
            MOVE RTB-GL-ACCOUNT(I-RATE-SLOT) TO INV-ACCOUNT
            IF RTB-PARTNER(I-RATE-SLOT) = "*DEFAULT"
             MOVE "DEFAULT" TO INV-RATE-SOURCE
            ELSE
             MOVE "PARTNER" TO INV-RATE-SOURCE
            END-IF
            WRITE REC-INVOICE FROM STR-INV-PART-LINE

            MOVE "RECORDS CIPHERED"  TO INV-CHARGE-TEXT
            MOVE BT-RECORDS(I-TBL-ITER) TO INV-QUANTITY
            MOVE RTB-RECORD-RATE(I-RATE-SLOT) TO INV-RATE
            MOVE I-RECORD-CHARGE TO INV-AMOUNT
            WRITE REC-INVOICE FROM STR-INV-CHARGE-LINE
            MOVE "REC" TO GL-CHARGE-CODE
            MOVE BT-RECORDS(I-TBL-ITER) TO GL-QUANTITY
            MOVE I-RECORD-CHARGE TO GL-AMOUNT
            PERFORM WRITE-GL-DETAIL

            MOVE "SPANNED SURCHARGE" TO INV-CHARGE-TEXT
            MOVE BT-SPANNED(I-TBL-ITER) TO INV-QUANTITY
            MOVE RTB-SPAN-SURCH(I-RATE-SLOT) TO INV-RATE
            MOVE I-SPAN-CHARGE TO INV-AMOUNT
            WRITE REC-INVOICE FROM STR-INV-CHARGE-LINE
            MOVE "SPN" TO GL-CHARGE-CODE
            MOVE BT-SPANNED(I-TBL-ITER) TO GL-QUANTITY
            MOVE I-SPAN-CHARGE TO GL-AMOUNT
            PERFORM WRITE-GL-DETAIL

            MOVE "REJECT HANDLING"   TO INV-CHARGE-TEXT
            MOVE BT-REJECTS(I-TBL-ITER) TO INV-QUANTITY
            MOVE RTB-REJECT-FEE(I-RATE-SLOT) TO INV-RATE
            MOVE I-REJECT-CHARGE TO INV-AMOUNT
            WRITE REC-INVOICE FROM STR-INV-CHARGE-LINE
            MOVE "REJ" TO GL-CHARGE-CODE
            MOVE BT-REJECTS(I-TBL-ITER) TO GL-QUANTITY
            MOVE I-REJECT-CHARGE TO GL-AMOUNT
            PERFORM WRITE-GL-DETAIL

            MOVE I-INVOICE-TOTAL TO INV-TOTAL
            WRITE REC-INVOICE FROM STR-INV-TOTAL-LINE
            WRITE REC-INVOICE FROM STR-INV-BLANK.

      *    A partner's own rate row wins over the *DEFAULT row
           FIND-RATE-SLOT.
            MOVE 0 TO I-RATE-SLOT
            PERFORM MATCH-ONE-RATE-ROW
                VARYING I-RATE-ITER FROM 1 BY 1
                UNTIL I-RATE-ITER > I-RATE-COUNT
                   OR I-RATE-SLOT > 0
            IF I-RATE-SLOT = 0
             MOVE I-DEFAULT-SLOT TO I-RATE-SLOT
            END-IF.

           MATCH-ONE-RATE-ROW.
            IF RTB-PARTNER(I-RATE-ITER) = BT-PARTNER(I-TBL-ITER)
             MOVE I-RATE-ITER TO I-RATE-SLOT
            END-IF.

      *    A zero-quantity charge line still prints on the invoice
      *    but stays off the ledger
           WRITE-GL-DETAIL.
            IF GL-QUANTITY = 0
             EXIT PARAGRAPH
            END-IF
            MOVE "D"                         TO GL-REC-TYPE
            MOVE STR-BILL-MONTH              TO GL-PERIOD
            MOVE BT-PARTNER(I-TBL-ITER)      TO GL-PARTNER
            MOVE RTB-GL-ACCOUNT(I-RATE-SLOT) TO GL-ACCOUNT
            MOVE STR-PROC-DATE               TO GL-RUN-DATE
            WRITE REC-GL-EXTRACT
            ADD 1         TO I-GL-DETAIL-COUNT
            ADD GL-AMOUNT TO I-GL-AMOUNT-TOTAL.

      *    /////////////////////////////////////////////////////////////
      *    The control total - every record PARTSTAT holds for the
      *    month must be either invoiced, listed unpriced, or
      *    counted as dropped past the partner table; anything else
      *    means the bill does not tie to the statistics and is
      *    held out of balance
      *    /////////////////////////////////////////////////////////////
           WRITE-CONTROL-TOTALS.
            MOVE I-GRAND-TOTAL TO INV-GRAND-TOTAL
            COMPUTE INV-INVOICES = I-PARTNER-COUNT - I-UNPRICED-COUNT
            WRITE REC-INVOICE FROM STR-INV-GRAND-LINE

            COMPUTE I-ACCOUNTED-RECORDS = I-INVOICED-RECORDS
                + I-UNPRICED-RECORDS + I-DROPPED-RECORDS

            MOVE I-STAT-RECORDS     TO INV-CTL-STAT
            MOVE I-INVOICED-RECORDS TO INV-CTL-INVOICED
            MOVE I-UNPRICED-RECORDS TO INV-CTL-UNPRICED
            MOVE I-DROPPED-RECORDS  TO INV-CTL-DROPPED

            EVALUATE TRUE
             WHEN I-ACCOUNTED-RECORDS NOT = I-STAT-RECORDS
              MOVE "** OUT OF BALANCE - DO NOT LOAD **"
                  TO INV-CTL-VERDICT
              MOVE 8 TO I-RUN-RC
             WHEN I-DROPPED-RECORDS > 0
              MOVE "** PARTNERS PAST TABLE NOT BILLED - DO NOT LOAD **"
                  TO INV-CTL-VERDICT
              MOVE 8 TO I-RUN-RC
             WHEN OTHER
              MOVE "IN BALANCE" TO INV-CTL-VERDICT
            END-EVALUATE
            WRITE REC-INVOICE FROM STR-INV-CONTROL-LINE.

           END PROGRAM CHGBILL.
