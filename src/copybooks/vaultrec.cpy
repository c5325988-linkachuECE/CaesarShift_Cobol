      *    // partners that do not number their traffic.
               05 VT-SERIAL      PIC 9(7).
               05 VT-BODY        PIC X(100) OCCURS 10 TIMES.
      *    // The run that produced the message - its program name
      *    // and RUN-CLOCK start stamp, the pair its RUNHIST line
      *    // carries, and the output dataset it was cut into, the
      *    // OUTREG key - so a disputed message leads straight to
      *    // its run and its file. The fields lengthened the record,
      *    // so a vault cut at the old length will not open under
      *    // this layout until CTLCONV has unloaded and reloaded
      *    // it; the messages it carries over come up spaces here.
               05 VT-RUN-PROGRAM PIC X(8).
               05 VT-RUN-START   PIC X(14).
               05 VT-OUT-DSN     PIC X(44).
