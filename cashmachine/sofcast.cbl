       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOFCAST AS "SOFCAST".
      *> Standing order funds coverage. Each account's balance is run
      *> forward through its projected payments, with the credit
      *> interest for each month added at the month end at the
      *> product's rate - by balance band where the product holds
      *> bands on PRODBAND, and at INTPOST's standard rate where the
      *> account has no product on file - and every payment that
      *> would take the account past its overdraft limit is listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT BAND-FILE ASSIGN TO "PRODBAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAND-KEY
               FILE STATUS IS WS-BAND-STATUS.
           SELECT SORT-FILE ASSIGN TO "SOFCAST.SRT".
           SELECT FORECAST-REPORT ASSIGN TO "SOFCAST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY CALREC.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           COPY PRODREC.
       FD  BAND-FILE.
       01  BAND-RECORD.
           COPY BANDREC.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ACCT-NUMBER      PIC 9(6).
           01 WS-ACCT-BOUNCED PIC X VALUE "N".
           01 WS-DISPLAY-AMOUNT PIC ---,---,---,--9.99.
           01 WS-DISPLAY-BALANCE PIC ---,---,---,--9.99.
           01 WS-PROD-STATUS PIC XX.
           01 WS-PROD-OPEN PIC X VALUE "N".
           01 WS-BAND-STATUS PIC XX.
           01 WS-BAND-OPEN PIC X VALUE "N".
           01 WS-BAND-EOF PIC X VALUE "N".
           01 WS-TODAY-YRMO PIC 9(6).
           01 WS-DUE-YRMO PIC 9(6).
           01 WS-NEXT-INT-YRMO PIC 9(6).
           01 WS-NEXT-INT-YEAR PIC 9(4).
           01 WS-NEXT-INT-MONTH PIC 9(2).
           01 WS-DEFAULT-RATE PIC 9V9(4) VALUE 0.0025.
           01 WS-INTEREST-RATE PIC 9V9(4).
           01 WS-INTEREST-AMOUNT PIC 9(7)V9(2).
           01 WS-TOTAL-PROJ-INTEREST PIC 9(11)V9(2) VALUE ZERO.
           01 WS-BAND-DATE PIC 9(8).
           01 WS-BAND-SET-DATE PIC 9(8) VALUE ZERO.
           01 WS-BAND-COUNT PIC 99 VALUE ZERO.
           01 WS-BAND-IDX PIC 99.
           01 WS-BAND-NEXT PIC 99.
           01 WS-BAND-TABLE.
               05 WS-BAND-ENTRY OCCURS 10 TIMES.
                   10 WS-BT-FLOOR PIC 9(7).
                   10 WS-BT-RATE PIC 9V9(4).
                   10 WS-BT-PORTION PIC 9(7)V9(2).
                   10 WS-BT-INTEREST PIC 9(7)V9(2).
           01 WS-BAND-BALANCE PIC 9(7)V9(2).
           01 WS-BAND-UPPER PIC 9(8).
           01 WS-TIER-METHOD PIC X VALUE "W".
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE(1:6) TO WS-TODAY-YRMO.

           DISPLAY "[ENTER FORECAST DAYS (0 FOR DEFAULT 90)]: ".
           ACCEPT WS-FORECAST-DAYS.
           IF WS-CAL-STATUS = "00" THEN
               MOVE "Y" TO WS-CAL-OPEN
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS = "00" THEN
               MOVE "Y" TO WS-PROD-OPEN
           END-IF.
           OPEN INPUT BAND-FILE.
           IF WS-BAND-STATUS = "00" THEN
               MOVE "Y" TO WS-BAND-OPEN
           END-IF.

           OPEN OUTPUT FORECAST-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
               WS-ACCTS-AT-RISK " ACCOUNT(S)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOTAL-PROJ-INTEREST TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PROJECTED CREDIT INTEREST INCLUDED "
               WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE FORECAST-REPORT.
           CLOSE STANDING-ORDERS.
           CLOSE ACCOUNT-FILE.
           IF WS-CAL-OPEN = "Y" THEN
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-PROD-OPEN = "Y" THEN
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-BAND-OPEN = "Y" THEN
               CLOSE BAND-FILE
           END-IF.

           DISPLAY "[FORECAST COMPLETE - " WS-BOUNCES-FOUND
               " PAYMENT(S) AT RISK - SEE SOFCAST.RPT]".
               PERFORM 0360-LOAD-ACCOUNT-POSITION
           END-IF.
           IF WS-ACCT-ON-FILE = "Y" THEN
               MOVE SRT-DUE-DATE(1:6) TO WS-DUE-YRMO
               PERFORM 0380-CREDIT-MONTH-INTEREST
                   UNTIL WS-DUE-YRMO NOT > WS-NEXT-INT-YRMO
               SUBTRACT SRT-AMOUNT FROM WS-PROJ-BALANCE
               IF WS-PROJ-BALANCE < WS-AVAILABLE-FLOOR THEN
                   ADD 1 TO WS-BOUNCES-FOUND
               MOVE ACCT-BALANCE TO WS-PROJ-BALANCE
               COMPUTE WS-AVAILABLE-FLOOR =
                   0 - ACCT-OVERDRAFT-LIMIT
               PERFORM 0370-GET-PRODUCT-TERMS
               MOVE WS-TODAY-YRMO TO WS-NEXT-INT-YRMO
               IF ACCT-LAST-INTEREST-YRMO = WS-TODAY-YRMO THEN
                   PERFORM 0390-ADVANCE-INTEREST-MONTH
               END-IF
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACCT " WS-CURR-ACCT
               WRITE WS-REPORT-LINE
           END-IF.

           0370-GET-PRODUCT-TERMS.

           MOVE WS-DEFAULT-RATE TO WS-INTEREST-RATE.
           MOVE "W" TO WS-TIER-METHOD.
           MOVE SPACES TO PROD-CODE.
           IF WS-PROD-OPEN = "Y" AND
                   ACCT-PRODUCT-CODE NOT = SPACES THEN
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   KEY IS PROD-CODE
                   INVALID KEY
                       MOVE SPACES TO PROD-CODE
               END-READ
               IF PROD-CODE NOT = SPACES THEN
                   MOVE PROD-INTEREST-RATE TO WS-INTEREST-RATE
                   MOVE PROD-TIER-METHOD TO WS-TIER-METHOD
               END-IF
           END-IF.

      *> Loads the product's bands in force on WS-BAND-DATE, lowest
      *> floor first. Only the latest set dated on or before that day
      *> is kept: an earlier set is dropped as soon as a later one is
      *> read.
           0375-LOAD-RATE-BANDS.

           MOVE ZERO TO WS-BAND-COUNT.
           MOVE ZERO TO WS-BAND-SET-DATE.
           IF WS-BAND-OPEN = "Y" AND PROD-CODE NOT = SPACES THEN
               MOVE "N" TO WS-BAND-EOF
               MOVE PROD-CODE TO BAND-PROD-CODE
               MOVE ZERO TO BAND-EFFECTIVE-DATE
               MOVE ZERO TO BAND-FLOOR
               START BAND-FILE
                   KEY IS NOT LESS THAN BAND-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-BAND-EOF
               END-START
               PERFORM UNTIL WS-BAND-EOF = "Y"
                   READ BAND-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-BAND-EOF
                       NOT AT END
                           IF BAND-PROD-CODE NOT = PROD-CODE
                                   OR BAND-EFFECTIVE-DATE >
                                       WS-BAND-DATE
                               MOVE "Y" TO WS-BAND-EOF
                           ELSE
                               PERFORM 0376-KEEP-BAND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           0376-KEEP-BAND.

           IF BAND-EFFECTIVE-DATE NOT = WS-BAND-SET-DATE THEN
               MOVE BAND-EFFECTIVE-DATE TO WS-BAND-SET-DATE
               MOVE ZERO TO WS-BAND-COUNT
           END-IF.
           IF WS-BAND-COUNT < 10 THEN
               ADD 1 TO WS-BAND-COUNT
               MOVE BAND-FLOOR TO WS-BT-FLOOR(WS-BAND-COUNT)
               MOVE BAND-INTEREST-RATE TO WS-BT-RATE(WS-BAND-COUNT)
           END-IF.

      *> INTPOST pays a month's interest on the balance as it stands
      *> when it runs; the projection takes it as paid once the month
      *> is over, at the bands in force on the first of the next.
           0380-CREDIT-MONTH-INTEREST.

           PERFORM 0390-ADVANCE-INTEREST-MONTH.
           IF WS-PROJ-BALANCE > ZERO THEN
               COMPUTE WS-BAND-DATE = WS-NEXT-INT-YRMO * 100 + 1
               PERFORM 0375-LOAD-RATE-BANDS
               MOVE WS-PROJ-BALANCE TO WS-BAND-BALANCE
               PERFORM 0385-CALC-TIERED-INTEREST
               ADD WS-INTEREST-AMOUNT TO WS-PROJ-BALANCE
               ADD WS-INTEREST-AMOUNT TO WS-TOTAL-PROJ-INTEREST
           END-IF.

      *> Interest on WS-BAND-BALANCE. With no bands in force the flat
      *> rate applies. Otherwise each band runs from its floor up to
      *> the next band's floor: on the whole-balance method only the
      *> band the balance falls in is paid, on the whole balance; on
      *> the marginal method every band the balance reaches is paid
      *> on the slice of the balance inside it.
           0385-CALC-TIERED-INTEREST.

           MOVE ZERO TO WS-INTEREST-AMOUNT.
           IF WS-BAND-COUNT = ZERO THEN
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   WS-BAND-BALANCE * WS-INTEREST-RATE
           ELSE
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > WS-BAND-COUNT
                   MOVE ZERO TO WS-BT-PORTION(WS-BAND-IDX)
                   MOVE ZERO TO WS-BT-INTEREST(WS-BAND-IDX)
                   IF WS-BAND-BALANCE NOT <
                           WS-BT-FLOOR(WS-BAND-IDX) THEN
                       PERFORM 0386-PAY-ONE-BAND
                   END-IF
               END-PERFORM
           END-IF.

           0386-PAY-ONE-BAND.

           IF WS-BAND-IDX < WS-BAND-COUNT THEN
               COMPUTE WS-BAND-NEXT = WS-BAND-IDX + 1
               MOVE WS-BT-FLOOR(WS-BAND-NEXT) TO WS-BAND-UPPER
           ELSE
               MOVE 99999999 TO WS-BAND-UPPER
           END-IF.
           IF WS-BAND-BALANCE < WS-BAND-UPPER THEN
               IF WS-TIER-METHOD = "M" THEN
                   COMPUTE WS-BT-PORTION(WS-BAND-IDX) =
                       WS-BAND-BALANCE - WS-BT-FLOOR(WS-BAND-IDX)
               ELSE
                   MOVE WS-BAND-BALANCE TO WS-BT-PORTION(WS-BAND-IDX)
               END-IF
           ELSE
               IF WS-TIER-METHOD = "M" THEN
                   COMPUTE WS-BT-PORTION(WS-BAND-IDX) =
                       WS-BAND-UPPER - WS-BT-FLOOR(WS-BAND-IDX)
               END-IF
           END-IF.
           IF WS-BT-PORTION(WS-BAND-IDX) > ZERO THEN
               COMPUTE WS-BT-INTEREST(WS-BAND-IDX) ROUNDED =
                   WS-BT-PORTION(WS-BAND-IDX) *
                   WS-BT-RATE(WS-BAND-IDX)
               ADD WS-BT-INTEREST(WS-BAND-IDX) TO WS-INTEREST-AMOUNT
           END-IF.

           0390-ADVANCE-INTEREST-MONTH.

           MOVE WS-NEXT-INT-YRMO(1:4) TO WS-NEXT-INT-YEAR.
           MOVE WS-NEXT-INT-YRMO(5:2) TO WS-NEXT-INT-MONTH.
           ADD 1 TO WS-NEXT-INT-MONTH.
           IF WS-NEXT-INT-MONTH > 12 THEN
               MOVE 1 TO WS-NEXT-INT-MONTH
               ADD 1 TO WS-NEXT-INT-YEAR
           END-IF.
           COMPUTE WS-NEXT-INT-YRMO =
               WS-NEXT-INT-YEAR * 100 + WS-NEXT-INT-MONTH.

       END PROGRAM SOFCAST.
