      *    // Shared PERMPROF permission-profile record - one line per
      *    // function a profile grants, so a profile is every line
      *    // carrying its name. Operators hold profiles (OPERFILE's
      *    // OP-PROFILE list), and OPERATOR-PERMIT answers whether
      *    // the profiles an operator holds grant a given function.
      *    // OPERADM maintains the file and audits every grant and
      *    // revoke to OPERAUDIT. The functions checked are:
      *    //   ENCRYPT          DECRYPT          SOLVE
      *    //   KEY-ADD          KEY-APPROVE      VAULT-FETCH
      *    //   VAULT-RECUT      PARTNER-MAINTAIN LOCK-RELEASE
      *    //   REJECT-RESUBMIT  SCREEN-RELEASE   LEGAL-HOLD
      *    //   CTL-RESTORE      OPER-ADMIN       KEY-DISTRIBUTE
      *    //   DAY-CLOSE
      *    // LEVEL1, LEVEL2 and LEVEL3 are the profiles the old
      *    // permission levels became.
             01 REC-PERMPROF.
               05 PP-PROFILE     PIC X(8).
               05 FILLER         PIC X(1).
               05 PP-FUNCTION    PIC X(16).
