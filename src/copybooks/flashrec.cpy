      *    // Shared flash-register line. Every flash-class record a
      *    // CIPHMANY flash run took care of during the day is filed
      *    // on FLASHREG under its input dataset, its record number
      *    // in that input, and a RECORD-CHECK fold of its content -
      *    // the nightly run (and any later flash run) finds it there
      *    // and passes over it instead of sending it a second time.
      *    // FLASH-REGISTER keeps the file and purges it by age.
             01 REC-FLASHREG.
               05 FR-DATE        PIC X(8).
               05 FILLER         PIC X(1).
               05 FR-PARTNER     PIC X(8).
               05 FILLER         PIC X(1).
               05 FR-INDSN       PIC X(44).
               05 FILLER         PIC X(1).
               05 FR-REC-NUM     PIC 9(6).
               05 FILLER         PIC X(1).
               05 FR-CHECK       PIC 9(4).
               05 FILLER         PIC X(1).
      *    // S went out in the flash file, H went on the screening
      *    // hold - either way the nightly run has nothing to do
               05 FR-DISP        PIC X(1).
                 88 FR-WAS-SENT        VALUE "S".
                 88 FR-WAS-HELD        VALUE "H".
               05 FILLER         PIC X(1).
               05 FR-FLASH-DSN   PIC X(44).
