       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFRPT AS "PROFRPT".
      *> Month-end profitability. For each account on the master the
      *> month's postings on TRANMSTR give the fee income (fees and
      *> charges, debit and loan interest) and the credit interest
      *> paid; the BALSNAP average balance is valued at an assumed
      *> monthly funding rate, and each withdrawal at a terminal is
      *> costed at a flat rate. Net contribution is fee income less
      *> interest paid, plus funding value, less withdrawal cost.
      *> An account in credit with no interest posted in the month is
      *> accrued what INTPOST would pay on its average balance, at
      *> the product's rate or balance bands in force at the month
      *> end, and marked as accrued.
      *> Accounts are listed by customer with a total for each, then
      *> totalled by product, and the top and bottom twenty customers
      *> by net contribution are listed. Every amount is stated in
      *> GBP: each posting at the RATEMSTR buy rate in force on its
      *> date, the average balance at the rate in force at the month
      *> end. A posting or balance with no rate is left out and
      *> counted. Reversed postings and their reversals are left out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT TRAN-MASTER ASSIGN TO "TRANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-REF-NUMBER
               ALTERNATE RECORD KEY IS TM-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT WORK-FILE ASSIGN TO "PROFRPT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
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
           SELECT TD-FILE ASSIGN TO "TDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TD-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT SNAP-SORT-FILE ASSIGN TO "PROFRPT.SR1".
           SELECT CUST-SORT-FILE ASSIGN TO "PROFRPT.SR2".
           SELECT PROFIT-REPORT ASSIGN TO "PROFRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  TRAN-MASTER.
       01  TRAN-MASTER-RECORD.
           COPY TRANMREC.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05 SN-DATE              PIC 9(8).
           05 SN-ACCT-NUMBER       PIC 9(6).
           05 SN-BALANCE           PIC S9(7)V9(2).
           05 SN-CURRENCY-CODE     PIC X(3).
           05 SN-PRODUCT-CODE      PIC X(4).
       FD  WORK-FILE.
       01  WORK-RECORD.
           05 WK-ACCT-NUMBER       PIC 9(6).
           05 WK-AVG-BALANCE       PIC S9(9)V9(2)
                                   SIGN IS LEADING SEPARATE.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           COPY PRODREC.
       FD  BAND-FILE.
       01  BAND-RECORD.
           COPY BANDREC.
       FD  TD-FILE.
       01  TD-RECORD.
           COPY TDREC.
       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY RATEREC.
       SD  SNAP-SORT-FILE.
       01  SNAP-SORT-RECORD.
           05 SS-ACCT-NUMBER       PIC 9(6).
           05 SS-BALANCE           PIC S9(7)V9(2).
       SD  CUST-SORT-FILE.
       01  CUST-SORT-RECORD.
           05 CS-CUST-NUMBER       PIC 9(6).
           05 CS-ACCT-NUMBER       PIC 9(6).
           05 CS-PRODUCT-CODE      PIC X(4).
           05 CS-CURRENCY-CODE     PIC X(3).
           05 CS-FEE-INCOME        PIC S9(9)V9(2).
           05 CS-INTEREST-PAID     PIC S9(9)V9(2).
           05 CS-FUNDING-VALUE     PIC S9(9)V9(2).
           05 CS-ATM-COST          PIC S9(9)V9(2).
           05 CS-NET               PIC S9(9)V9(2).
           05 CS-INTEREST-ACCRUED  PIC X.
       FD  PROFIT-REPORT.
       01  WS-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-TM-STATUS PIC XX.
           01 WS-SNAP-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-ACCT-EOF PIC X VALUE "N".
           01 WS-TM-EOF PIC X VALUE "N".
           01 WS-SNAP-EOF PIC X VALUE "N".
           01 WS-WORK-EOF PIC X VALUE "N".
           01 WS-SORT-EOF PIC X VALUE "N".
           01 WS-TM-OPEN PIC X VALUE "N".
           01 WS-REPORT-YRMO PIC 9(6).
           01 WS-MONTH-START PIC 9(8).
      *> Assumptions, keyed at run time: the monthly rate at which an
      *> average credit balance is worth funding (and an overdrawn one
      *> costs), and the cost of one withdrawal at a terminal.
           01 WS-FUNDING-RATE PIC 9V9(4).
           01 WS-ATM-UNIT-COST PIC 9(3)V9(2).
           01 WS-FIRST-FOR-ACCT PIC X VALUE "Y".
           01 WS-CURR-ACCT PIC 9(6).
           01 WS-DAY-COUNT PIC 9(3).
           01 WS-BALANCE-SUM PIC S9(11)V9(2).
           01 WS-AVG-BALANCE PIC S9(9)V9(2).
           01 WS-ATM-COUNT PIC 9(5).
           01 WS-FIRST-FOR-CUST PIC X VALUE "Y".
           01 WS-CURR-CUST PIC 9(6).
           01 WS-CUST-ACCOUNTS PIC 9(4).
           01 WS-CUST-FEES PIC S9(11)V9(2).
           01 WS-CUST-INTEREST PIC S9(11)V9(2).
           01 WS-CUST-FUNDING PIC S9(11)V9(2).
           01 WS-CUST-ATM-COST PIC S9(11)V9(2).
           01 WS-CUST-NET PIC S9(11)V9(2).
           01 WS-ACCTS-REPORTED PIC 9(6) VALUE ZERO.
           01 WS-CUSTS-REPORTED PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-FEES PIC S9(11)V9(2) VALUE ZERO.
           01 WS-TOTAL-INTEREST PIC S9(11)V9(2) VALUE ZERO.
           01 WS-TOTAL-FUNDING PIC S9(11)V9(2) VALUE ZERO.
           01 WS-TOTAL-ATM-COST PIC S9(11)V9(2) VALUE ZERO.
           01 WS-TOTAL-NET PIC S9(11)V9(2) VALUE ZERO.
           01 WS-PROD-IDX PIC 99 VALUE ZERO.
           01 WS-PROD-COUNT PIC 99 VALUE ZERO.
           01 WS-PROD-FOUND-IDX PIC 99 VALUE ZERO.
           01 WS-PROD-TOTALS.
               05 WS-PROD-ENTRY OCCURS 20 TIMES.
                   10 WS-PT-CODE PIC X(4).
                   10 WS-PT-ACCOUNTS PIC 9(5).
                   10 WS-PT-FEES PIC S9(11)V9(2).
                   10 WS-PT-INTEREST PIC S9(11)V9(2).
                   10 WS-PT-FUNDING PIC S9(11)V9(2).
                   10 WS-PT-ATM-COST PIC S9(11)V9(2).
                   10 WS-PT-NET PIC S9(11)V9(2).
      *> Best and worst twenty customers by net contribution, each
      *> kept in order as customers are totalled.
           01 WS-RANK-IDX PIC 99 VALUE ZERO.
           01 WS-RANK-POS PIC 99 VALUE ZERO.
           01 WS-SHIFT-IDX PIC 99 VALUE ZERO.
           01 WS-TOP-COUNT PIC 99 VALUE ZERO.
           01 WS-TOP-TABLE.
               05 WS-TOP-ENTRY OCCURS 21 TIMES.
                   10 WS-TOP-CUST PIC 9(6).
                   10 WS-TOP-NET PIC S9(11)V9(2).
           01 WS-BOTTOM-COUNT PIC 99 VALUE ZERO.
           01 WS-BOTTOM-TABLE.
               05 WS-BOTTOM-ENTRY OCCURS 21 TIMES.
                   10 WS-BOTTOM-CUST PIC 9(6).
                   10 WS-BOTTOM-NET PIC S9(11)V9(2).
           01 WS-DISPLAY-FEES PIC ---,---,--9.99.
           01 WS-DISPLAY-INTEREST PIC ---,---,--9.99.
           01 WS-DISPLAY-FUNDING PIC ---,---,--9.99.
           01 WS-DISPLAY-ATM PIC ---,---,--9.99.
           01 WS-DISPLAY-NET PIC ---,---,--9.99.
           01 WS-PROD-STATUS PIC XX.
           01 WS-PROD-OPEN PIC X VALUE "N".
           01 WS-TD-STATUS PIC XX.
           01 WS-TD-OPEN PIC X VALUE "N".
           01 WS-TD-HELD PIC X VALUE "N".
           01 WS-INT-POSTED PIC X VALUE "N".
           01 WS-MONTH-END PIC 9(8).
           01 WS-DEFAULT-RATE PIC 9V9(4) VALUE 0.0025.
           01 WS-INTEREST-RATE PIC 9V9(4).
           01 WS-INTEREST-AMOUNT PIC 9(7)V9(2).
           01 WS-ACCTS-ACCRUED PIC 9(6) VALUE ZERO.
           01 WS-BAND-STATUS PIC XX.
           01 WS-BAND-OPEN PIC X VALUE "N".
           01 WS-BAND-EOF PIC X VALUE "N".
           01 WS-BAND-PRODUCT PIC X(4) VALUE SPACES.
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
           01 WS-RATE-STATUS PIC XX.
           01 WS-RATE-OPEN PIC X VALUE "N".
           01 WS-RATE-EOF PIC X VALUE "N".
      *> The last rate looked up, kept so that a run of postings in
      *> one currency on one day reads RATEMSTR once.
           01 WS-RATE-CCY PIC X(3) VALUE SPACES.
           01 WS-RATE-DATE PIC 9(8) VALUE ZERO.
           01 WS-GBP-RATE PIC 9(3)V9(4) VALUE ZERO.
           01 WS-WANT-CCY PIC X(3).
           01 WS-WANT-DATE PIC 9(8).
           01 WS-ACCT-GBP-RATE PIC 9(3)V9(4).
           01 WS-GBP-AMOUNT PIC S9(9)V9(2).
           01 WS-NO-RATE-ITEMS PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY "[ENTER REPORT MONTH (YYYYMM, 0 FOR CURRENT)]: ".
           ACCEPT WS-REPORT-YRMO.
           IF WS-REPORT-YRMO = ZERO THEN
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-YRMO
           END-IF.
           COMPUTE WS-MONTH-START = WS-REPORT-YRMO * 100 + 1.
           COMPUTE WS-MONTH-END = WS-REPORT-YRMO * 100 + 31.
           DISPLAY "[ENTER MONTHLY FUNDING RATE "
               "(0 FOR DEFAULT 0.0025)]: ".
           ACCEPT WS-FUNDING-RATE.
           IF WS-FUNDING-RATE = ZERO THEN
               MOVE 0.0025 TO WS-FUNDING-RATE
           END-IF.
           DISPLAY "[ENTER COST PER TERMINAL WITHDRAWAL "
               "(0 FOR DEFAULT 0.35)]: ".
           ACCEPT WS-ATM-UNIT-COST.
           IF WS-ATM-UNIT-COST = ZERO THEN
               MOVE 0.35 TO WS-ATM-UNIT-COST
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[NO ACCOUNT MASTER FILE - NOTHING TO REPORT]"
               STOP RUN
           END-IF.
           CLOSE ACCOUNT-FILE.

           PERFORM 0100-AVERAGE-BALANCES.

           OPEN INPUT TRAN-MASTER.
           IF WS-TM-STATUS = "00" THEN
               MOVE "Y" TO WS-TM-OPEN
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS = "00" THEN
               MOVE "Y" TO WS-PROD-OPEN
           END-IF.
           OPEN INPUT BAND-FILE.
           IF WS-BAND-STATUS = "00" THEN
               MOVE "Y" TO WS-BAND-OPEN
           END-IF.
           OPEN INPUT TD-FILE.
           IF WS-TD-STATUS = "00" THEN
               MOVE "Y" TO WS-TD-OPEN
           END-IF.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00" THEN
               MOVE "Y" TO WS-RATE-OPEN
           END-IF.

           OPEN OUTPUT PROFIT-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PROFITABILITY BY CUSTOMER AND PRODUCT FOR "
               WS-REPORT-YRMO
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FUNDING RATE " WS-FUNDING-RATE
               " PER MONTH  COST PER TERMINAL WITHDRAWAL "
               WS-ATM-UNIT-COST
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "ALL AMOUNTS IN GBP AT RATEMSTR BUY RATES"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ACCT   PROD CCY FEE INCOME GBP"
               "  INT PAID GBP    FUNDING GBP"
               "   ATM COST GBP        NET GBP"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           SORT CUST-SORT-FILE
               ON ASCENDING KEY CS-CUST-NUMBER
               ON ASCENDING KEY CS-ACCT-NUMBER
               INPUT PROCEDURE IS 0200-ASSESS-ACCOUNTS
               OUTPUT PROCEDURE IS 0400-REPORT-BY-CUSTOMER.

           IF WS-TM-OPEN = "Y" THEN
               CLOSE TRAN-MASTER
           END-IF.
           IF WS-PROD-OPEN = "Y" THEN
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-BAND-OPEN = "Y" THEN
               CLOSE BAND-FILE
           END-IF.
           IF WS-TD-OPEN = "Y" THEN
               CLOSE TD-FILE
           END-IF.
           IF WS-RATE-OPEN = "Y" THEN
               CLOSE RATE-FILE
           END-IF.

           PERFORM 0500-WRITE-PRODUCT-TOTALS.
           PERFORM 0600-WRITE-RANKINGS.

           MOVE WS-TOTAL-FEES TO WS-DISPLAY-FEES.
           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-INTEREST.
           MOVE WS-TOTAL-FUNDING TO WS-DISPLAY-FUNDING.
           MOVE WS-TOTAL-ATM-COST TO WS-DISPLAY-ATM.
           MOVE WS-TOTAL-NET TO WS-DISPLAY-NET.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNTS " WS-ACCTS-REPORTED
               " CUSTOMERS " WS-CUSTS-REPORTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "GBP FEES " WS-DISPLAY-FEES
               " INTEREST " WS-DISPLAY-INTEREST
               " FUNDING " WS-DISPLAY-FUNDING
               " ATM " WS-DISPLAY-ATM
               " NET " WS-DISPLAY-NET
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-ACCTS-ACCRUED > ZERO THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "INTEREST ACCRUED NOT POSTED ON "
                   WS-ACCTS-ACCRUED " ACCOUNT(S)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           IF WS-NO-RATE-ITEMS > ZERO THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO GBP RATE ON RATEMSTR - "
                   WS-NO-RATE-ITEMS " POSTING(S) OR BALANCE(S) "
                   "LEFT OUT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           CLOSE PROFIT-REPORT.

           DISPLAY "[" WS-ACCTS-REPORTED " ACCOUNT(S) FOR "
               WS-CUSTS-REPORTED " CUSTOMER(S) - SEE PROFRPT.RPT]".
           STOP RUN.

      *> The month's BALSNAP positions are sorted by account and
      *> averaged over the days held, one line per account on the work
      *> file, which is then read alongside the account master.
           0100-AVERAGE-BALANCES.

           SORT SNAP-SORT-FILE
               ON ASCENDING KEY SS-ACCT-NUMBER
               INPUT PROCEDURE IS 0110-RELEASE-MONTH-SNAPSHOTS
               OUTPUT PROCEDURE IS 0120-WRITE-AVERAGES.

           0110-RELEASE-MONTH-SNAPSHOTS.

           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAP-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-SNAP-EOF
           ELSE
               PERFORM UNTIL WS-SNAP-EOF = "Y"
                   READ SNAPSHOT-FILE
                       AT END
                           MOVE "Y" TO WS-SNAP-EOF
                       NOT AT END
                           IF SN-DATE(1:6) = WS-REPORT-YRMO THEN
                               MOVE SN-ACCT-NUMBER TO SS-ACCT-NUMBER
                               MOVE SN-BALANCE TO SS-BALANCE
                               RELEASE SNAP-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           END-IF.

           0120-WRITE-AVERAGES.

           OPEN OUTPUT WORK-FILE.
           MOVE "N" TO WS-SORT-EOF.
           MOVE "Y" TO WS-FIRST-FOR-ACCT.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SNAP-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                       IF WS-FIRST-FOR-ACCT NOT = "Y" THEN
                           PERFORM 0140-WRITE-AVERAGE
                       END-IF
                   NOT AT END
                       PERFORM 0130-ACCUMULATE-SNAPSHOT
               END-RETURN
           END-PERFORM.
           CLOSE WORK-FILE.

           0130-ACCUMULATE-SNAPSHOT.

           IF WS-FIRST-FOR-ACCT NOT = "Y" AND
                   SS-ACCT-NUMBER NOT = WS-CURR-ACCT THEN
               PERFORM 0140-WRITE-AVERAGE
               MOVE "Y" TO WS-FIRST-FOR-ACCT
           END-IF.
           IF WS-FIRST-FOR-ACCT = "Y" THEN
               MOVE SS-ACCT-NUMBER TO WS-CURR-ACCT
               MOVE "N" TO WS-FIRST-FOR-ACCT
               MOVE ZERO TO WS-DAY-COUNT
               MOVE ZERO TO WS-BALANCE-SUM
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           ADD SS-BALANCE TO WS-BALANCE-SUM.

           0140-WRITE-AVERAGE.

           MOVE WS-CURR-ACCT TO WK-ACCT-NUMBER.
           COMPUTE WK-AVG-BALANCE ROUNDED =
               WS-BALANCE-SUM / WS-DAY-COUNT.
           WRITE WORK-RECORD.

      *> The account master and the averages are both in account
      *> order, so each is read once; an account with no snapshot in
      *> the month has no funding value.
           0200-ASSESS-ACCOUNTS.

           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-WORK-EOF.
           PERFORM 0210-READ-AVERAGE.
           PERFORM UNTIL WS-ACCT-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCT-EOF
                   NOT AT END
                       PERFORM 0220-ASSESS-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE ACCOUNT-FILE.

           0210-READ-AVERAGE.

           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF
                   MOVE 999999 TO WK-ACCT-NUMBER
           END-READ.

           0220-ASSESS-ONE-ACCOUNT.

           PERFORM UNTIL WK-ACCT-NUMBER NOT < ACCT-NUMBER
               PERFORM 0210-READ-AVERAGE
           END-PERFORM.
           IF WK-ACCT-NUMBER = ACCT-NUMBER AND WS-WORK-EOF = "N" THEN
               MOVE WK-AVG-BALANCE TO WS-AVG-BALANCE
           ELSE
               MOVE ZERO TO WS-AVG-BALANCE
           END-IF.

           MOVE ACCT-CUST-NUMBER TO CS-CUST-NUMBER.
           MOVE ACCT-NUMBER TO CS-ACCT-NUMBER.
           MOVE ACCT-PRODUCT-CODE TO CS-PRODUCT-CODE.
           MOVE ACCT-CURRENCY-CODE TO CS-CURRENCY-CODE.
           MOVE ZERO TO CS-FEE-INCOME.
           MOVE ZERO TO CS-INTEREST-PAID.
           MOVE "N" TO CS-INTEREST-ACCRUED.
           MOVE ZERO TO WS-ATM-COUNT.
           MOVE "N" TO WS-INT-POSTED.
           IF WS-TM-OPEN = "Y" THEN
               PERFORM 0230-SCAN-MONTH-POSTINGS
           END-IF.
           MOVE ACCT-CURRENCY-CODE TO WS-WANT-CCY.
           MOVE WS-MONTH-END TO WS-WANT-DATE.
           PERFORM 0290-GET-GBP-RATE.
           MOVE WS-GBP-RATE TO WS-ACCT-GBP-RATE.
           IF WS-ACCT-GBP-RATE = ZERO THEN
               IF WS-AVG-BALANCE NOT = ZERO THEN
                   ADD 1 TO WS-NO-RATE-ITEMS
               END-IF
               MOVE ZERO TO CS-FUNDING-VALUE
           ELSE
               IF WS-INT-POSTED = "N" AND WS-AVG-BALANCE > ZERO THEN
                   PERFORM 0260-ACCRUE-INTEREST
               END-IF
               COMPUTE CS-FUNDING-VALUE ROUNDED =
                   WS-AVG-BALANCE * WS-FUNDING-RATE / WS-ACCT-GBP-RATE
           END-IF.
           COMPUTE CS-ATM-COST = WS-ATM-COUNT * WS-ATM-UNIT-COST.
           COMPUTE CS-NET = CS-FEE-INCOME - CS-INTEREST-PAID.
           ADD CS-FUNDING-VALUE TO CS-NET.
           SUBTRACT CS-ATM-COST FROM CS-NET.
           PERFORM 0250-TALLY-PRODUCT.
           RELEASE CUST-SORT-RECORD.

           0230-SCAN-MONTH-POSTINGS.

           MOVE "N" TO WS-TM-EOF.
           MOVE ACCT-NUMBER TO TM-ACCT-NUMBER.
           MOVE WS-MONTH-START TO TM-DATE.
           MOVE ZERO TO TM-TIME.
           START TRAN-MASTER
               KEY IS NOT LESS THAN TM-ACCT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TM-EOF
           END-START.
           PERFORM UNTIL WS-TM-EOF = "Y"
               READ TRAN-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TM-EOF
                   NOT AT END
                       IF TM-ACCT-NUMBER NOT = ACCT-NUMBER OR
                               TM-DATE(1:6) NOT = WS-REPORT-YRMO THEN
                           MOVE "Y" TO WS-TM-EOF
                       ELSE
                           PERFORM 0240-CLASSIFY-POSTING
                       END-IF
               END-READ
           END-PERFORM.

      *> A posting that has been reversed, and the reversal itself,
      *> carry each other's reference and cancel out, so neither is
      *> counted.
           0240-CLASSIFY-POSTING.

           IF TM-LINK-REF = ZERO THEN
               EVALUATE TM-TRAN-TYPE
                   WHEN "ACCOUNT FEE"
                   WHEN "UNARR OD FEE"
                   WHEN "TD BREAK FEE"
                   WHEN "DEBIT INT"
                   WHEN "LOAN INT"
                       PERFORM 0245-CONVERT-POSTING
                       ADD WS-GBP-AMOUNT TO CS-FEE-INCOME
                   WHEN "INTEREST"
                       PERFORM 0245-CONVERT-POSTING
                       ADD WS-GBP-AMOUNT TO CS-INTEREST-PAID
                       MOVE "Y" TO WS-INT-POSTED
                   WHEN "WITHDRAWAL"
                       IF TM-TERMINAL-ID NOT = SPACES THEN
                           ADD 1 TO WS-ATM-COUNT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> WS-GBP-AMOUNT is zero, and the posting counted, when there is
      *> no rate to convert it at.
           0245-CONVERT-POSTING.

           MOVE TM-CURRENCY-CODE TO WS-WANT-CCY.
           MOVE TM-DATE TO WS-WANT-DATE.
           PERFORM 0290-GET-GBP-RATE.
           IF WS-GBP-RATE = ZERO THEN
               MOVE ZERO TO WS-GBP-AMOUNT
               ADD 1 TO WS-NO-RATE-ITEMS
           ELSE
               COMPUTE WS-GBP-AMOUNT ROUNDED =
                   TM-AMOUNT / WS-GBP-RATE
           END-IF.

           0250-TALLY-PRODUCT.

           MOVE ZERO TO WS-PROD-FOUND-IDX.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
               IF WS-PT-CODE(WS-PROD-IDX) = ACCT-PRODUCT-CODE THEN
                   MOVE WS-PROD-IDX TO WS-PROD-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-PROD-FOUND-IDX = ZERO AND WS-PROD-COUNT < 20 THEN
               ADD 1 TO WS-PROD-COUNT
               MOVE WS-PROD-COUNT TO WS-PROD-FOUND-IDX
               MOVE ACCT-PRODUCT-CODE TO
                   WS-PT-CODE(WS-PROD-FOUND-IDX)
               MOVE ZERO TO WS-PT-ACCOUNTS(WS-PROD-FOUND-IDX)
               MOVE ZERO TO WS-PT-FEES(WS-PROD-FOUND-IDX)
               MOVE ZERO TO WS-PT-INTEREST(WS-PROD-FOUND-IDX)
               MOVE ZERO TO WS-PT-FUNDING(WS-PROD-FOUND-IDX)
               MOVE ZERO TO WS-PT-ATM-COST(WS-PROD-FOUND-IDX)
               MOVE ZERO TO WS-PT-NET(WS-PROD-FOUND-IDX)
           END-IF.
           IF WS-PROD-FOUND-IDX > ZERO THEN
               ADD 1 TO WS-PT-ACCOUNTS(WS-PROD-FOUND-IDX)
               ADD CS-FEE-INCOME TO WS-PT-FEES(WS-PROD-FOUND-IDX)
               ADD CS-INTEREST-PAID
                   TO WS-PT-INTEREST(WS-PROD-FOUND-IDX)
               ADD CS-FUNDING-VALUE
                   TO WS-PT-FUNDING(WS-PROD-FOUND-IDX)
               ADD CS-ATM-COST TO WS-PT-ATM-COST(WS-PROD-FOUND-IDX)
               ADD CS-NET TO WS-PT-NET(WS-PROD-FOUND-IDX)
           END-IF.

      *> Accrued as INTPOST would pay it: nothing on a running term
      *> deposit, otherwise the product's rate or bands on the average
      *> balance.
           0260-ACCRUE-INTEREST.

           MOVE "N" TO WS-TD-HELD.
           IF WS-TD-OPEN = "Y" THEN
               MOVE ACCT-NUMBER TO TD-ACCT-NUMBER
               READ TD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TD-IS-ACTIVE THEN
                           MOVE "Y" TO WS-TD-HELD
                       END-IF
               END-READ
           END-IF.
           IF WS-TD-HELD = "N" THEN
               PERFORM 0265-GET-PRODUCT-TERMS
               MOVE WS-AVG-BALANCE TO WS-BAND-BALANCE
               PERFORM 0280-CALC-TIERED-INTEREST
               IF WS-INTEREST-AMOUNT > ZERO THEN
                   COMPUTE CS-INTEREST-PAID ROUNDED =
                       WS-INTEREST-AMOUNT / WS-ACCT-GBP-RATE
                   MOVE "Y" TO CS-INTEREST-ACCRUED
                   ADD 1 TO WS-ACCTS-ACCRUED
               END-IF
           END-IF.

           0265-GET-PRODUCT-TERMS.

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
           IF PROD-CODE = SPACES THEN
               MOVE ZERO TO WS-BAND-COUNT
               MOVE SPACES TO WS-BAND-PRODUCT
           ELSE
               IF PROD-CODE NOT = WS-BAND-PRODUCT THEN
                   PERFORM 0270-LOAD-RATE-BANDS
               END-IF
           END-IF.

      *> Loads the product's bands in force at the month end, lowest
      *> floor first. Only the latest set dated on or before that day
      *> is kept: an earlier set is dropped as soon as a later one is
      *> read.
           0270-LOAD-RATE-BANDS.

           MOVE PROD-CODE TO WS-BAND-PRODUCT.
           MOVE ZERO TO WS-BAND-COUNT.
           MOVE ZERO TO WS-BAND-SET-DATE.
           IF WS-BAND-OPEN = "Y" THEN
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
                           IF BAND-PROD-CODE NOT = WS-BAND-PRODUCT
                                   OR BAND-EFFECTIVE-DATE >
                                       WS-MONTH-END
                               MOVE "Y" TO WS-BAND-EOF
                           ELSE
                               PERFORM 0275-KEEP-BAND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           0275-KEEP-BAND.

           IF BAND-EFFECTIVE-DATE NOT = WS-BAND-SET-DATE THEN
               MOVE BAND-EFFECTIVE-DATE TO WS-BAND-SET-DATE
               MOVE ZERO TO WS-BAND-COUNT
           END-IF.
           IF WS-BAND-COUNT < 10 THEN
               ADD 1 TO WS-BAND-COUNT
               MOVE BAND-FLOOR TO WS-BT-FLOOR(WS-BAND-COUNT)
               MOVE BAND-INTEREST-RATE TO WS-BT-RATE(WS-BAND-COUNT)
           END-IF.

      *> Interest on WS-BAND-BALANCE. With no bands in force the flat
      *> rate applies. Otherwise each band runs from its floor up to
      *> the next band's floor: on the whole-balance method only the
      *> band the balance falls in is paid, on the whole balance; on
      *> the marginal method every band the balance reaches is paid
      *> on the slice of the balance inside it.
           0280-CALC-TIERED-INTEREST.

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
                       PERFORM 0285-PAY-ONE-BAND
                   END-IF
               END-PERFORM
           END-IF.

           0285-PAY-ONE-BAND.

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

      *> Rates are currency units to the pound; GBP itself is one.
      *> Sets WS-GBP-RATE to the buy rate for WS-WANT-CCY in force on
      *> WS-WANT-DATE, zero when RATEMSTR has none.
           0290-GET-GBP-RATE.

           IF WS-WANT-CCY = "GBP" OR WS-WANT-CCY = SPACES THEN
               MOVE 1 TO WS-GBP-RATE
               MOVE SPACES TO WS-RATE-CCY
           ELSE
               IF WS-WANT-CCY NOT = WS-RATE-CCY OR
                       WS-WANT-DATE NOT = WS-RATE-DATE THEN
                   PERFORM 0295-READ-RATE-FILE
               END-IF
           END-IF.

           0295-READ-RATE-FILE.

           MOVE WS-WANT-CCY TO WS-RATE-CCY.
           MOVE WS-WANT-DATE TO WS-RATE-DATE.
           MOVE ZERO TO WS-GBP-RATE.
           IF WS-RATE-OPEN = "Y" THEN
               MOVE "N" TO WS-RATE-EOF
               MOVE WS-WANT-CCY TO RATE-CURRENCY-CODE
               MOVE ZERO TO RATE-EFFECTIVE-DATE
               START RATE-FILE
                   KEY IS NOT LESS THAN RATE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RATE-EOF
               END-START
               PERFORM UNTIL WS-RATE-EOF = "Y"
                   READ RATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RATE-EOF
                       NOT AT END
                           IF RATE-CURRENCY-CODE NOT = WS-WANT-CCY
                                   OR RATE-EFFECTIVE-DATE >
                                       WS-WANT-DATE
                               MOVE "Y" TO WS-RATE-EOF
                           ELSE
                               MOVE RATE-BUY TO WS-GBP-RATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           0400-REPORT-BY-CUSTOMER.

           MOVE "N" TO WS-SORT-EOF.
           MOVE "Y" TO WS-FIRST-FOR-CUST.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN CUST-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                       IF WS-FIRST-FOR-CUST NOT = "Y" THEN
                           PERFORM 0420-WRITE-CUSTOMER-TOTAL
                       END-IF
                   NOT AT END
                       PERFORM 0410-REPORT-ONE-ACCOUNT
               END-RETURN
           END-PERFORM.

           0410-REPORT-ONE-ACCOUNT.

           IF WS-FIRST-FOR-CUST NOT = "Y" AND
                   CS-CUST-NUMBER NOT = WS-CURR-CUST THEN
               PERFORM 0420-WRITE-CUSTOMER-TOTAL
               MOVE "Y" TO WS-FIRST-FOR-CUST
           END-IF.
           IF WS-FIRST-FOR-CUST = "Y" THEN
               MOVE CS-CUST-NUMBER TO WS-CURR-CUST
               MOVE "N" TO WS-FIRST-FOR-CUST
               MOVE ZERO TO WS-CUST-ACCOUNTS
               MOVE ZERO TO WS-CUST-FEES
               MOVE ZERO TO WS-CUST-INTEREST
               MOVE ZERO TO WS-CUST-FUNDING
               MOVE ZERO TO WS-CUST-ATM-COST
               MOVE ZERO TO WS-CUST-NET
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CUSTOMER " CS-CUST-NUMBER
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           ADD 1 TO WS-CUST-ACCOUNTS.
           ADD 1 TO WS-ACCTS-REPORTED.
           ADD CS-FEE-INCOME TO WS-CUST-FEES.
           ADD CS-INTEREST-PAID TO WS-CUST-INTEREST.
           ADD CS-FUNDING-VALUE TO WS-CUST-FUNDING.
           ADD CS-ATM-COST TO WS-CUST-ATM-COST.
           ADD CS-NET TO WS-CUST-NET.
           MOVE CS-FEE-INCOME TO WS-DISPLAY-FEES.
           MOVE CS-INTEREST-PAID TO WS-DISPLAY-INTEREST.
           MOVE CS-FUNDING-VALUE TO WS-DISPLAY-FUNDING.
           MOVE CS-ATM-COST TO WS-DISPLAY-ATM.
           MOVE CS-NET TO WS-DISPLAY-NET.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " CS-ACCT-NUMBER " " CS-PRODUCT-CODE
               " " CS-CURRENCY-CODE
               " " WS-DISPLAY-FEES " " WS-DISPLAY-INTEREST
               " " WS-DISPLAY-FUNDING " " WS-DISPLAY-ATM
               " " WS-DISPLAY-NET
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF CS-INTEREST-ACCRUED = "Y" THEN
               MOVE " ACCRUED" TO WS-REPORT-LINE(93:8)
           END-IF.
           WRITE WS-REPORT-LINE.

           0420-WRITE-CUSTOMER-TOTAL.

           ADD 1 TO WS-CUSTS-REPORTED.
           ADD WS-CUST-FEES TO WS-TOTAL-FEES.
           ADD WS-CUST-INTEREST TO WS-TOTAL-INTEREST.
           ADD WS-CUST-FUNDING TO WS-TOTAL-FUNDING.
           ADD WS-CUST-ATM-COST TO WS-TOTAL-ATM-COST.
           ADD WS-CUST-NET TO WS-TOTAL-NET.
           MOVE WS-CUST-FEES TO WS-DISPLAY-FEES.
           MOVE WS-CUST-INTEREST TO WS-DISPLAY-INTEREST.
           MOVE WS-CUST-FUNDING TO WS-DISPLAY-FUNDING.
           MOVE WS-CUST-ATM-COST TO WS-DISPLAY-ATM.
           MOVE WS-CUST-NET TO WS-DISPLAY-NET.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  TOTAL       " WS-CUST-ACCOUNTS
               " " WS-DISPLAY-FEES " " WS-DISPLAY-INTEREST
               " " WS-DISPLAY-FUNDING " " WS-DISPLAY-ATM
               " " WS-DISPLAY-NET
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-CURR-CUST NOT = ZERO THEN
               PERFORM 0430-RANK-CUSTOMER
           END-IF.

      *> Accounts not yet linked to a customer are totalled together
      *> under customer zero but are not ranked. Each table holds one
      *> more entry than is listed, so the twentieth can be pushed
      *> down before it drops off.
           0430-RANK-CUSTOMER.

           MOVE ZERO TO WS-RANK-POS.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-TOP-COUNT
                      OR WS-RANK-POS > ZERO
               IF WS-CUST-NET > WS-TOP-NET(WS-RANK-IDX) THEN
                   MOVE WS-RANK-IDX TO WS-RANK-POS
               END-IF
           END-PERFORM.
           IF WS-RANK-POS = ZERO THEN
               COMPUTE WS-RANK-POS = WS-TOP-COUNT + 1
           END-IF.
           IF WS-RANK-POS NOT > 20 THEN
               PERFORM VARYING WS-SHIFT-IDX FROM WS-TOP-COUNT BY -1
                       UNTIL WS-SHIFT-IDX < WS-RANK-POS
                   MOVE WS-TOP-ENTRY(WS-SHIFT-IDX)
                       TO WS-TOP-ENTRY(WS-SHIFT-IDX + 1)
               END-PERFORM
               MOVE WS-CURR-CUST TO WS-TOP-CUST(WS-RANK-POS)
               MOVE WS-CUST-NET TO WS-TOP-NET(WS-RANK-POS)
               IF WS-TOP-COUNT < 20 THEN
                   ADD 1 TO WS-TOP-COUNT
               END-IF
           END-IF.

           MOVE ZERO TO WS-RANK-POS.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-BOTTOM-COUNT
                      OR WS-RANK-POS > ZERO
               IF WS-CUST-NET < WS-BOTTOM-NET(WS-RANK-IDX) THEN
                   MOVE WS-RANK-IDX TO WS-RANK-POS
               END-IF
           END-PERFORM.
           IF WS-RANK-POS = ZERO THEN
               COMPUTE WS-RANK-POS = WS-BOTTOM-COUNT + 1
           END-IF.
           IF WS-RANK-POS NOT > 20 THEN
               PERFORM VARYING WS-SHIFT-IDX FROM WS-BOTTOM-COUNT BY -1
                       UNTIL WS-SHIFT-IDX < WS-RANK-POS
                   MOVE WS-BOTTOM-ENTRY(WS-SHIFT-IDX)
                       TO WS-BOTTOM-ENTRY(WS-SHIFT-IDX + 1)
               END-PERFORM
               MOVE WS-CURR-CUST TO WS-BOTTOM-CUST(WS-RANK-POS)
               MOVE WS-CUST-NET TO WS-BOTTOM-NET(WS-RANK-POS)
               IF WS-BOTTOM-COUNT < 20 THEN
                   ADD 1 TO WS-BOTTOM-COUNT
               END-IF
           END-IF.

           0500-WRITE-PRODUCT-TOTALS.

           MOVE "PROFITABILITY BY PRODUCT (GBP)" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
               MOVE WS-PT-FEES(WS-PROD-IDX) TO WS-DISPLAY-FEES
               MOVE WS-PT-INTEREST(WS-PROD-IDX) TO WS-DISPLAY-INTEREST
               MOVE WS-PT-FUNDING(WS-PROD-IDX) TO WS-DISPLAY-FUNDING
               MOVE WS-PT-ATM-COST(WS-PROD-IDX) TO WS-DISPLAY-ATM
               MOVE WS-PT-NET(WS-PROD-IDX) TO WS-DISPLAY-NET
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PRODUCT " WS-PT-CODE(WS-PROD-IDX)
                   " ACCOUNTS " WS-PT-ACCOUNTS(WS-PROD-IDX)
                   " " WS-DISPLAY-FEES " " WS-DISPLAY-INTEREST
                   " " WS-DISPLAY-FUNDING " " WS-DISPLAY-ATM
                   " " WS-DISPLAY-NET
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-PERFORM.

           0600-WRITE-RANKINGS.

           MOVE "TOP TWENTY CUSTOMERS BY NET CONTRIBUTION (GBP)"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-TOP-COUNT
               MOVE WS-TOP-NET(WS-RANK-IDX) TO WS-DISPLAY-NET
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RANK " WS-RANK-IDX
                   " CUSTOMER " WS-TOP-CUST(WS-RANK-IDX)
                   " NET GBP " WS-DISPLAY-NET
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-PERFORM.
           MOVE "BOTTOM TWENTY CUSTOMERS BY NET CONTRIBUTION (GBP)"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-BOTTOM-COUNT
               MOVE WS-BOTTOM-NET(WS-RANK-IDX) TO WS-DISPLAY-NET
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RANK " WS-RANK-IDX
                   " CUSTOMER " WS-BOTTOM-CUST(WS-RANK-IDX)
                   " NET GBP " WS-DISPLAY-NET
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-PERFORM.

       END PROGRAM PROFRPT.
