                 MOVE 'NTFYRCHG' TO MSGTXT-ID
                 MOVE 'NOTICE OF INTEREST RATE CHANGE.' TO
                    WS-FRAG-DEFAULT
              WHEN 'LOVP'
                 MOVE 'NTFYLOVP' TO MSGTXT-ID
                 MOVE 'YOUR REVISED LOAN SCHEDULE.' TO WS-FRAG-DEFAULT
              WHEN 'TCNV'
                 MOVE 'NTFYTCNV' TO MSGTXT-ID
                 MOVE 'NOTICE OF CHANGES TO YOUR ACCOUNT TERMS.' TO
                    WS-FRAG-DEFAULT
              WHEN 'SMRP'
                 MOVE 'NTFYSMRP' TO MSGTXT-ID
                 MOVE 'WE HAVE REPLIED TO YOUR SECURE MESSAGE.' TO
                    WS-FRAG-DEFAULT
              WHEN OTHER
                 MOVE 'N' TO WS-FORMAT-OK-SW
                 GO TO FET999
