      *    // Shared transmission-envelope segments. A partner whose
      *    // profile carries interchange IDs gets each file wrapped:
      *    // an opening segment ahead of the header naming sender
      *    // and receiver, the interchange control number and when
      *    // the envelope was made, and a closing segment after the
      *    // trailer carrying the count of records enclosed and the
      *    // same control number again. CIPHENV writes them,
      *    // CIPHDENV checks and strips them off inbound traffic.
             01 REC-ENV-OPEN.
               05 FILLER         PIC X(9)  VALUE "ENVOPEN -".
               05 FILLER         PIC X(8)  VALUE " SENDER=".
               05 EO-SENDER      PIC X(15).
               05 FILLER         PIC X(10) VALUE " RECEIVER=".
               05 EO-RECEIVER    PIC X(15).
               05 FILLER         PIC X(5)  VALUE " CTL=".
               05 EO-CONTROL     PIC 9(9).
               05 FILLER         PIC X(6)  VALUE " DATE=".
               05 EO-DATE        PIC X(8).
               05 FILLER         PIC X(6)  VALUE " TIME=".
               05 EO-TIME        PIC X(6).
               05 FILLER         PIC X(24) VALUE SPACES.

             01 REC-ENV-CLOSE.
               05 FILLER         PIC X(10) VALUE "ENVCLOSE -".
               05 FILLER         PIC X(9)  VALUE " RECORDS=".
               05 EZ-RECORDS     PIC 9(7).
               05 FILLER         PIC X(5)  VALUE " CTL=".
               05 EZ-CONTROL     PIC 9(9).
               05 FILLER         PIC X(81) VALUE SPACES.
