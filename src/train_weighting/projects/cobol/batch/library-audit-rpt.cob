               WHEN 'X' MOVE "SECURITY" TO WS-ACTION-NAME
               WHEN 'B' MOVE "BALANCE" TO WS-ACTION-NAME
               WHEN 'L' MOVE "LOST" TO WS-ACTION-NAME
               WHEN 'T' MOVE "TRANSIT" TO WS-ACTION-NAME
               WHEN 'S' MOVE "STOCKTAKE" TO WS-ACTION-NAME
               WHEN 'P' MOVE "FEED LOAD" TO WS-ACTION-NAME
               WHEN OTHER MOVE "OTHER" TO WS-ACTION-NAME
           END-EVALUATE.

