               WHEN RC-WATCHLIST-HIT
                   MOVE "Blocked by sanctions screening." TO
                       RM-MESSAGE
               WHEN RC-DUE-DILIGENCE-OVERDUE
                   MOVE "Customer due diligence review overdue." TO
                       RM-MESSAGE
               WHEN RC-VELOCITY-BREACH
                   MOVE "Unusual activity, account frozen." TO
                       RM-MESSAGE
               WHEN RC-CONTROL-TOTAL-MISMATCH
                   MOVE "File control totals do not agree." TO
                       RM-MESSAGE
               WHEN OTHER
                   MOVE "Unknown error." TO RM-MESSAGE
           END-EVALUATE.
