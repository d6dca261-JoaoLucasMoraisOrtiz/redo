               MOVE SPACES TO HOLD-READY-DT
           END-IF
           MOVE SPACES TO HOLD-BRANCH
           MOVE SPACES TO HOLD-PICKUP-BR
           WRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-CNT
