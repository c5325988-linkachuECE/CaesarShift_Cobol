      *    // Shared partner lifecycle record - one PARTLIFE line per
      *    // partner saying whether their production traffic may
      *    // run. PARTADM files a PROPOSED line when a partner is
      *    // added and moves it on, one audited step at a time:
      *    //   PROPOSED   profile on file, nothing exchanged yet
      *    //   TESTING    a test file is going out and coming back
      *    //   LIVE       production traffic runs
      *    //   SUSPENDED  production traffic is held, not faulted
      *    //   RETIRED    no traffic at all
      *    // A partner goes LIVE out of TESTING only once a test file
      *    // cut since testing began is ACKED on OUTREG and a file of
      *    // theirs has come back through CIPHRECV clean - CIPHRECV
      *    // stamps the receipt here through PARTNER-STATE. A
      *    // partner with no line predates the register and reads
      *    // as LIVE. PARTNER-STATE reads it for MANBUILD, CIPHMANY
      *    // and CIPHRECV.
             01 REC-PARTLIFE.
               05 PL-PARTNER     PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 PL-STATE       PIC X(10).
                 88 PL-IS-PROPOSED      VALUE "PROPOSED".
                 88 PL-IS-TESTING       VALUE "TESTING".
                 88 PL-IS-LIVE          VALUE "LIVE".
                 88 PL-IS-SUSPENDED     VALUE "SUSPENDED".
                 88 PL-IS-RETIRED       VALUE "RETIRED".
               05 FILLER         PIC X(1) VALUE SPACE.
      *    // Business date the partner entered the state, and the
      *    // operator who moved them there
               05 PL-SINCE       PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 PL-CHANGED-BY  PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
      *    // The acknowledged test file the partner went LIVE on
      *    // and its OUTREG ack date - blank until then
               05 PL-TEST-DSN    PIC X(44).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 PL-TEST-ACKED  PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
      *    // Business date and header run ID of the last file of
      *    // theirs CIPHRECV took clean while they were TESTING
               05 PL-RECV-DATE   PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 PL-RECV-RUN    PIC X(14).
