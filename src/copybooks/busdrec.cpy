      *    // Shared BUSDATE control record - the one line naming the
      *    // business day that is open, the day every run that
      *    // states no processing date of its own belongs to.
      *    // BUSINESS-DATE reads it; only DAYCLOSE moves it on, and
      *    // only once every open item of the day has been cleared
      *    // or carried forward. The last close is kept beside it.
             01 REC-BUSDATE.
               05 BD-OPEN-DATE   PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
      *    // The business day closed last, who signed it off, and
      *    // when (wall clock, YYYYMMDDHHMMSS)
               05 BD-CLOSED-DATE PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 BD-CLOSED-BY   PIC X(8).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 BD-CLOSED-AT   PIC X(14).
