      *    // input validation does not apply.
             01 I-REJECT-COUNT       PIC 9(6) VALUE 0.

      *    // Count of input records the restricted-content screen
      *    // stopped and put on SCRNHOLD instead of ciphering - the
      *    // run balances as input = output + rejects + held. Zero
      *    // everywhere screening does not apply.
             01 I-HELD-COUNT         PIC 9(6) VALUE 0.

             01 REC-TRAILER.
               05 FILLER             PIC X(10) VALUE "TRAILER - ".
               05 FILLER             PIC X(8)  VALUE "RECORDS=".
               05 TR-SPANNED-COUNT   PIC 9(6).
               05 FILLER             PIC X(9)  VALUE " REJECTS=".
               05 TR-REJECT-COUNT    PIC 9(6).
               05 FILLER             PIC X(6)  VALUE " HELD=".
               05 TR-HELD-COUNT      PIC 9(6)  VALUE 0.
