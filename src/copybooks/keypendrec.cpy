      *    // Shared KEYPEND pending-approval record - the maker/
      *    // checker queue between KEYADMIN and KEYAPPRV. A key-
      *    // store change entered in KEYADMIN lands here PENDING
      *    // instead of taking effect; a DIFFERENT operator holding
      *    // KEY-APPROVE reviews it in KEYAPPRV, and only an
      *    // approved change is written through to KEYSTORE - with
      *    // both identities on the KEYAUDIT record. One person can
      *    // no longer silently swap tomorrow's key.
             01 REC-KEYPEND.
               05 KP-TIMESTAMP   PIC X(21).
               05 FILLER         PIC X(1).
