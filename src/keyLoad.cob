              MOVE SPACES        TO REC-KEYSTORE
              MOVE KEY-REC-DATE  TO KS-DATE
              MOVE KEY-REC-SHIFT TO KS-SHIFT
              MOVE 0             TO KS-USE-COUNT
              WRITE REC-KEYSTORE
               INVALID KEY
                ADD 1 TO I-SKIPPED-COUNT
