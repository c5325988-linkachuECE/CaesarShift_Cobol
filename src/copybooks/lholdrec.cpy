      *    // Shared legal-hold register entry - one LHOLDREG line per
      *    // hold Legal has asked for while a dispute is open with a
      *    // partner. A hold covers vault messages and CIPHERLOG
      *    // lines by one of three scopes:
      *    //   P  every message for one partner, within the date
      *    //      range when one is given (blank dates: all dates)
      *    //   D  every message and log line stamped within the
      *    //      date range
      *    //   M  the one vault message named by its VT-MSG-ID
      *    // A CIPHERLOG line carries no partner or message id, so
      *    // on the log every hold is read as a span of dates: the
      *    // range for P and D, and the store date leading the id
      *    // for M. A hold stays in force while it is ACTIVE and the
      *    // business date has not passed its release date (a
      *    // blank release date holds until an operator releases
      *    // it). The retention sweeps skip anything in force.
             01 REC-LHOLD.
               05 LH-HOLD-ID     PIC 9(6).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 LH-STATUS      PIC X(8).
                 88 LH-IS-ACTIVE        VALUE "ACTIVE".
                 88 LH-IS-RELEASED      VALUE "RELEASED".
               05 FILLER         PIC X(1) VALUE SPACE.
               05 LH-SCOPE       PIC X(1).
                 88 LH-SCOPE-PARTNER    VALUE "P".
                 88 LH-SCOPE-DATES      VALUE "D".
                 88 LH-SCOPE-MESSAGE    VALUE "M".
               05 FILLER         PIC X(1) VALUE SPACE.
               05 LH-PARTNER     PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 LH-FROM-DATE   PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 LH-TO-DATE     PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 LH-MSG-ID      PIC X(12).
               05 FILLER         PIC X(1) VALUE SPACE.
      *    // Counsel's matter reference the hold was placed under
               05 LH-MATTER      PIC X(20).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 LH-RELEASE-DATE PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 LH-PLACED-BY   PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 LH-PLACED-DATE PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
      *    // Who released the hold and on what business date -
      *    // blank while it is ACTIVE
               05 LH-CLOSED-BY   PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 LH-CLOSED-DATE PIC X(8).
