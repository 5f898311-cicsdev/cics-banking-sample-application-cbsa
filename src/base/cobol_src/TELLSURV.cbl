           ADD 1 TO WS-OP-POSTS(WS-OP-HIT).

           IF HV-TRAN-CODE = 'REV' OR HV-TRAN-CODE = 'FWV'
              OR HV-TRAN-CODE = 'DOV' OR HV-TRAN-CODE = 'POV'
              ADD 1 TO WS-OP-REVERSALS(WS-OP-HIT)
              ADD 1 TO WS-TOTAL-REVERSALS
           END-IF.
