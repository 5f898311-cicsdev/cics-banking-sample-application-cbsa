                 MOVE 1.00 TO WS-CEILING-RATE
              WHEN HV-RATECHG-ACC-TYPE(1:4) = 'LOAN'
                 MOVE 20.00 TO WS-CEILING-RATE
              WHEN HV-RATECHG-ACC-TYPE(1:6) = 'NOTICE'
                 MOVE 6.00 TO WS-CEILING-RATE
              WHEN OTHER
                 MOVE 0 TO WS-CEILING-RATE
           END-EVALUATE.
