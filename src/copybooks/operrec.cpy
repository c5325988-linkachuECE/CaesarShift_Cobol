      *    // Scrambled password - 8 letters out of OPER-SCRAMBLE
               05 OP-PASSWORD  PIC X(8).
               05 FILLER       PIC X(1).
      *    // Permission level from before function profiles - 1
      *    // encrypt-only, 2 decrypt, 3 key administration. A row
      *    // holding no profiles is read as holding the matching
      *    // LEVEL1/LEVEL2/LEVEL3 profile until OPERADM converts it;
      *    // a converted or newly added row carries 0
               05 OP-LEVEL     PIC 9.
               05 FILLER       PIC X(1).
      *    // Y forces a password change at the next sign-on -
               05 FILLER       PIC X(1).
      *    // Y locks the credential - OPERATOR-SIGNON sets it after
      *    // three consecutive failed attempts and refuses every
      *    // try thereafter until an operator holding OPER-ADMIN
      *    // releases the lock through OPERADM
               05 OP-LOCKED    PIC X(1).
               05 FILLER       PIC X(1).
      *    // Consecutive failed sign-on attempts - cleared by a
      *    // older than the shop's standing 90-day limit forces a
      *    // change at the next sign-on before any caller proceeds
               05 OP-PWDATE    PIC X(8).
               05 FILLER       PIC X(1).
      *    // Permission profiles the operator holds - each names a
      *    // set of functions on PERMPROF, and the operator may run
      *    // any function any one of them grants. OPERADM assigns
      *    // and withdraws them, and audits each to OPERAUDIT.
               05 OP-PROFILE-LIST.
                 10 OP-PROFILE-SLOT OCCURS 5 TIMES.
                   15 OP-PROFILE PIC X(8).
                   15 FILLER     PIC X(1).
