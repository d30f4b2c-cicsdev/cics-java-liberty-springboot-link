                   MOVE 'REJECTED'      TO WS-OUTCOME-TEXT
               WHEN GOSPAUD-OUTCOME-ADJUSTED
                   MOVE 'ADJUSTED'      TO WS-OUTCOME-TEXT
               WHEN GOSPAUD-OUTCOME-HELD
                   MOVE 'HELD'          TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE GOSPAUD-OUTCOME TO WS-OUTCOME-TEXT
           END-EVALUATE.
