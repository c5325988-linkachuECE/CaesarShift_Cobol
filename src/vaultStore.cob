             01 STR-VS-MSG-ID      PIC X(12).
             01 I-VS-STATUS        PIC 9.
             01 I-VS-SERIAL        PIC 9(7).
             01 STR-VS-RUN-PROGRAM PIC X(8).
             01 STR-VS-RUN-START   PIC X(14).
             01 STR-VS-OUT-DSN     PIC X(44).

           PROCEDURE DIVISION
               USING STR-VS-PARTNER, STR-VS-KEYREF, I-VS-SHIFT,
                     I-VS-CHUNK-COUNT, I-VS-LAST-LEN, STR-VS-BODY,
                     STR-VS-MSG-ID, I-VS-STATUS, I-VS-SERIAL,
                     STR-VS-RUN-PROGRAM, STR-VS-RUN-START,
                     STR-VS-OUT-DSN.

           MAINLINE.
            MOVE 0      TO I-VS-STATUS
            MOVE I-VS-CHUNK-COUNT TO VT-CHUNK-COUNT
            MOVE I-VS-LAST-LEN   TO VT-LAST-LEN
            MOVE I-VS-SERIAL     TO VT-SERIAL
            MOVE STR-VS-RUN-PROGRAM TO VT-RUN-PROGRAM
            MOVE STR-VS-RUN-START   TO VT-RUN-START
            MOVE STR-VS-OUT-DSN     TO VT-OUT-DSN

            PERFORM VARYING I-CHUNK-ITER FROM 1 BY 1
                    UNTIL I-CHUNK-ITER > 10
