                   MOVE SRT-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "CLEAR CREDIT"
                   MOVE SRT-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "SO RETURN"
                   MOVE SRT-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "LOAN ADVANCE"
                   MOVE SRT-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "WITHDRAWAL"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - SRT-AMOUNT
               WHEN "CLEAR DEBIT"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - SRT-AMOUNT
               WHEN "ACCOUNT FEE"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - SRT-AMOUNT
               WHEN "DEBIT INT"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - SRT-AMOUNT
               WHEN "UNARR OD FEE"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - SRT-AMOUNT
               WHEN "TD BREAK FEE"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - SRT-AMOUNT
               WHEN "TD PAYOUT"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - SRT-AMOUNT
               WHEN "LOAN PRIN"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - SRT-AMOUNT
               WHEN "LOAN INT"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - SRT-AMOUNT
               WHEN "REVERSAL CR"
                   MOVE SRT-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "REVERSAL DR"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - SRT-AMOUNT
               WHEN OTHER
                   MOVE ZERO TO WS-SIGNED-AMOUNT
           END-EVALUATE.
