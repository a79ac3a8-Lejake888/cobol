           01 WS-FIRST-FOR-ACCT PIC X VALUE "Y".
           01 WS-R-DEPOSITS PIC 9(9)V9(2).
           01 WS-R-WITHDRAWALS PIC 9(9)V9(2).
           01 WS-R-REV-CREDITS PIC 9(9)V9(2).
           01 WS-R-REV-DEBITS PIC 9(9)V9(2).
           01 WS-R-OPENING PIC S9(9)V9(2).
           01 WS-R-CLOSING PIC S9(9)V9(2).
           01 WS-R-HAS-PRIOR PIC X VALUE "N".
           01 WS-ACCOUNT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-DEPOSITS PIC 9(11)V9(2) VALUE ZERO.
           01 WS-TOTAL-WITHDRAWALS PIC 9(11)V9(2) VALUE ZERO.
           01 WS-TOTAL-REV-CREDITS PIC 9(11)V9(2) VALUE ZERO.
           01 WS-TOTAL-REV-DEBITS PIC 9(11)V9(2) VALUE ZERO.
           01 WS-NET-MOVEMENT PIC S9(11)V9(2) VALUE ZERO.
           01 WS-DISPLAY-OPENING PIC ---,---,---,--9.99.
           01 WS-DISPLAY-DEPOSITS PIC ---,---,---,--9.99.
               MOVE "N" TO WS-FIRST-FOR-ACCT
               MOVE ZERO TO WS-R-DEPOSITS
               MOVE ZERO TO WS-R-WITHDRAWALS
               MOVE ZERO TO WS-R-REV-CREDITS
               MOVE ZERO TO WS-R-REV-DEBITS
               MOVE ZERO TO WS-R-OPENING
               MOVE ZERO TO WS-R-CLOSING
               MOVE "N" TO WS-R-HAS-PRIOR
                       ADD SRT-AMOUNT TO WS-R-DEPOSITS
                   WHEN "CLEAR CREDIT"
                       ADD SRT-AMOUNT TO WS-R-DEPOSITS
                   WHEN "SO RETURN"
                       ADD SRT-AMOUNT TO WS-R-DEPOSITS
                   WHEN "LOAN ADVANCE"
                       ADD SRT-AMOUNT TO WS-R-DEPOSITS
                   WHEN "WITHDRAWAL"
                       ADD SRT-AMOUNT TO WS-R-WITHDRAWALS
                   WHEN "CLEAR DEBIT"
                       ADD SRT-AMOUNT TO WS-R-WITHDRAWALS
                   WHEN "ACCOUNT FEE"
                       ADD SRT-AMOUNT TO WS-R-WITHDRAWALS
                   WHEN "DEBIT INT"
                       ADD SRT-AMOUNT TO WS-R-WITHDRAWALS
                   WHEN "UNARR OD FEE"
                       ADD SRT-AMOUNT TO WS-R-WITHDRAWALS
                   WHEN "TD BREAK FEE"
                       ADD SRT-AMOUNT TO WS-R-WITHDRAWALS
                   WHEN "TD PAYOUT"
                       ADD SRT-AMOUNT TO WS-R-WITHDRAWALS
                   WHEN "LOAN PRIN"
                       ADD SRT-AMOUNT TO WS-R-WITHDRAWALS
                   WHEN "LOAN INT"
                       ADD SRT-AMOUNT TO WS-R-WITHDRAWALS
                   WHEN "REVERSAL CR"
                       ADD SRT-AMOUNT TO WS-R-REV-CREDITS
                   WHEN "REVERSAL DR"
                       ADD SRT-AMOUNT TO WS-R-REV-DEBITS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   WHEN "CLEAR CREDIT"
                       ADD SRT-AMOUNT
                           TO WS-T-DEPOSITS(WS-TERM-FOUND)
                   WHEN "SO RETURN"
                       ADD SRT-AMOUNT
                           TO WS-T-DEPOSITS(WS-TERM-FOUND)
                   WHEN "WITHDRAWAL"
                       ADD SRT-AMOUNT
                           TO WS-T-WITHDRAWALS(WS-TERM-FOUND)
                   WHEN "ACCOUNT FEE"
                       ADD SRT-AMOUNT
                           TO WS-T-WITHDRAWALS(WS-TERM-FOUND)
                   WHEN "DEBIT INT"
                       ADD SRT-AMOUNT
                           TO WS-T-WITHDRAWALS(WS-TERM-FOUND)
                   WHEN "UNARR OD FEE"
                       ADD SRT-AMOUNT
                           TO WS-T-WITHDRAWALS(WS-TERM-FOUND)
                   WHEN "TD BREAK FEE"
                       ADD SRT-AMOUNT
                           TO WS-T-WITHDRAWALS(WS-TERM-FOUND)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           IF WS-R-HAS-PRIOR NOT = "Y" THEN
               COMPUTE WS-R-OPENING =
                   WS-R-CLOSING - WS-R-DEPOSITS + WS-R-WITHDRAWALS
                       - WS-R-REV-CREDITS + WS-R-REV-DEBITS
           END-IF.
           IF WS-R-HAS-TODAY NOT = "Y" THEN
               MOVE WS-R-OPENING TO WS-R-CLOSING
           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD WS-R-DEPOSITS TO WS-TOTAL-DEPOSITS.
           ADD WS-R-WITHDRAWALS TO WS-TOTAL-WITHDRAWALS.
           ADD WS-R-REV-CREDITS TO WS-TOTAL-REV-CREDITS.
           ADD WS-R-REV-DEBITS TO WS-TOTAL-REV-DEBITS.
           MOVE WS-R-OPENING TO WS-DISPLAY-OPENING.
           MOVE WS-R-DEPOSITS TO WS-DISPLAY-DEPOSITS.
           MOVE WS-R-WITHDRAWALS TO WS-DISPLAY-WITHDRAWALS.
               " CLOSE " WS-DISPLAY-CLOSING
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
      *> Reversals are shown on their own line under the account so
      *> they are not lost in the day's ordinary movements.
           IF WS-R-REV-CREDITS > ZERO OR WS-R-REV-DEBITS > ZERO THEN
               MOVE WS-R-REV-CREDITS TO WS-DISPLAY-DEPOSITS
               MOVE WS-R-REV-DEBITS TO WS-DISPLAY-WITHDRAWALS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "            REVERSALS CR " WS-DISPLAY-DEPOSITS
                   " REVERSALS DR " WS-DISPLAY-WITHDRAWALS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           0400-WRITE-GRAND-TOTALS.

           COMPUTE WS-NET-MOVEMENT =
               WS-TOTAL-DEPOSITS - WS-TOTAL-WITHDRAWALS
                   + WS-TOTAL-REV-CREDITS - WS-TOTAL-REV-DEBITS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNTS " WS-ACCOUNT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           STRING "TOTAL WITHDRAWALS  " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOTAL-REV-CREDITS TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL REVERSALS CR " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOTAL-REV-DEBITS TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL REVERSALS DR " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-NET-MOVEMENT TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NET MOVEMENT       " WS-DISPLAY-TOTAL
