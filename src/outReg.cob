            MOVE "CUT"          TO OR-STATUS
            MOVE STR-PROC-DATE  TO OR-STATUS-DATE
            MOVE SPACES         TO OR-ACK-DATE
            MOVE SPACES         TO OR-SENT-DATE

            OPEN EXTEND OUTREG-FILE
            IF STR-OUTREG-STATUS = "35"
      *    The whole register held in storage for the rewrite
             01 I-REG-COUNT        PIC 9(3) VALUE 0.
             01 REGISTER-TABLE.
               05 RT-ENTRY         PIC X(105) OCCURS 500 TIMES.
             01 I-REG-ITER         PIC 9(3).
             01 I-FOUND-SLOT       PIC 9(3).

             WHEN "TRANSMIT"
              IF OR-STATUS = "VERIFIED"
               MOVE 0 TO I-OM-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO OR-SENT-DATE
              END-IF
             WHEN "ACKED"
              IF OR-STATUS = "TRANSMIT"
