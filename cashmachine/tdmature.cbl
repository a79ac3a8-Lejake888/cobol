       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATURE AS "TDMATURE".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TD-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS WS-RC-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT TRAN-MASTER ASSIGN TO "TRANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-REF-NUMBER
               ALTERNATE RECORD KEY IS TM-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT REF-FILE ASSIGN TO "TRANREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT PAYEE-FILE ASSIGN TO "PAYEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-NUMBER
               FILE STATUS IS WS-PAYEE-STATUS.
           SELECT OUTBOUND-FILE ASSIGN TO "CLEAROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SORT-FILE ASSIGN TO "TDMATURE.SRT".
           SELECT DUE-REPORT ASSIGN TO "TDDUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-DEPOSIT-FILE.
       01  TERM-DEPOSIT-RECORD.
           COPY TDREC.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  TRANSACTION-LOG.
       01  TRANLOG-RECORD.
           COPY TRANREC.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY CALREC.
       FD  TRAN-MASTER.
       01  TRAN-MASTER-RECORD.
           COPY TRANMREC.
       FD  REF-FILE.
       01  REF-RECORD.
           05 REF-LAST-NUMBER      PIC 9(12).
       FD  PAYEE-FILE.
       01  PAYEE-RECORD.
           COPY PAYEREC.
       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD.
           COPY CLROUT.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           COPY CTLREC.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-DUE-DATE         PIC 9(8).
           05 SRT-ACCT-NUMBER      PIC 9(6).
           05 SRT-MATURITY-DATE    PIC 9(8).
           05 SRT-CUST-NUMBER      PIC 9(6).
           05 SRT-PRINCIPAL        PIC 9(7)V9(2).
           05 SRT-CURRENCY-CODE    PIC X(3).
           05 SRT-RATE             PIC 9V9(4).
           05 SRT-INSTRUCTION      PIC X.
           05 SRT-PAY-ACCT-NUMBER  PIC 9(6).
           05 SRT-PAYEE-NUMBER     PIC 9(6).
       FD  DUE-REPORT.
       01  WS-REPORT-LINE PIC X(120).
       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY RATEREC.
       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS PIC XX.
           01 WS-CTL-ACCT-EOF PIC X VALUE "N".
           01 WS-CTL-LOG-EOF PIC X VALUE "N".
           01 WS-CTL-ACCT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CTL-ACCT-HASH PIC S9(13)V9(2) VALUE ZERO.
           01 WS-CTL-TRAN-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CTL-TRAN-HASH PIC 9(13)V9(2) VALUE ZERO.
           01 WS-TD-STATUS PIC XX.
           01 WS-TD-EOF PIC X VALUE "N".
           01 WS-ACCT-STATUS PIC XX.
           01 WS-LOG-STATUS PIC XX.
           01 WS-RATE-STATUS PIC XX.
           01 WS-RATE-EOF PIC X VALUE "N".
           01 WS-RATE-DATE PIC 9(8).
           01 WS-LOG-RATE PIC 9(3)V9(4) VALUE ZERO.
           01 WS-LOG-BASE-AMOUNT PIC 9(7)V9(2) VALUE ZERO.
           01 WS-RC-STATUS PIC XX.
           01 WS-CAL-STATUS PIC XX.
           01 WS-CAL-OPEN PIC X VALUE "N".
           01 WS-TM-STATUS PIC XX.
           01 WS-REF-STATUS PIC XX.
           01 WS-REF-EOF PIC X VALUE "N".
           01 WS-NEW-REF PIC 9(12).
           01 WS-REF-DATE PIC 9(8).
           01 WS-PAYEE-STATUS PIC XX.
           01 WS-PAYEE-OPEN PIC X VALUE "N".
           01 WS-OUT-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-SORT-EOF PIC X VALUE "N".
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-HORIZON-DATE PIC 9(8).
           01 WS-DATE-INT PIC 9(8).
           01 WS-RESTART-KEY PIC 9(6) VALUE ZERO.
           01 WS-EFFECTIVE-DUE-DATE PIC 9(8).
           01 WS-DAY-OF-WEEK PIC 9.
           01 WS-BUSINESS-DAY PIC X.
           01 WS-MATURITY-DATE PIC 9(8).
           01 WS-DUE-YEAR PIC 9(4).
           01 WS-DUE-MONTH PIC 9(4).
           01 WS-DUE-DAY PIC 9(2).
           01 WS-FEB-DAYS PIC 9(2).
           01 WS-DAYS-TABLE.
               05 FILLER PIC 9(2) VALUE 31.
               05 FILLER PIC 9(2) VALUE 28.
               05 FILLER PIC 9(2) VALUE 31.
               05 FILLER PIC 9(2) VALUE 30.
               05 FILLER PIC 9(2) VALUE 31.
               05 FILLER PIC 9(2) VALUE 30.
               05 FILLER PIC 9(2) VALUE 31.
               05 FILLER PIC 9(2) VALUE 31.
               05 FILLER PIC 9(2) VALUE 30.
               05 FILLER PIC 9(2) VALUE 31.
               05 FILLER PIC 9(2) VALUE 30.
               05 FILLER PIC 9(2) VALUE 31.
           01 WS-DAYS-REDEF REDEFINES WS-DAYS-TABLE.
               05 WS-DIM PIC 9(2) OCCURS 12 TIMES.
           01 WS-TERM-DAYS PIC 9(5).
           01 WS-INTEREST-AMOUNT PIC 9(7)V9(2).
           01 WS-PAYOUT PIC 9(7)V9(2).
           01 WS-PAYOUT-CURRENCY PIC X(3).
           01 WS-PAY-OK PIC X VALUE "N".
           01 WS-TRAN-TYPE PIC X(12).
           01 WS-LOG-ACCT-NUMBER PIC 9(6).
           01 WS-LOG-AMOUNT PIC 9(7)V9(2).
           01 WS-LOG-BALANCE PIC S9(7)V9(2).
           01 WS-LOG-CURRENCY PIC X(3).
           01 WS-LOG-PAYEE PIC 9(6) VALUE ZERO.
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-MATURED PIC 9(5) VALUE ZERO.
           01 WS-ROLLED PIC 9(5) VALUE ZERO.
           01 WS-PAID-AWAY PIC 9(5) VALUE ZERO.
           01 WS-HELD PIC 9(5) VALUE ZERO.
           01 WS-DUE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-INSTRUCTION-NAME PIC X(14).
           01 WS-PAY-TO PIC X(20).
           01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 30.
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           PERFORM 0005-CHECK-RUN-CONTROL.

           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS = "00" THEN
               MOVE "Y" TO WS-CAL-OPEN
           END-IF.
           OPEN INPUT PAYEE-FILE.
           IF WS-PAYEE-STATUS = "00" THEN
               MOVE "Y" TO WS-PAYEE-OPEN
           END-IF.

           OPEN I-O TERM-DEPOSIT-FILE.
           IF WS-TD-STATUS NOT = "00" THEN
               DISPLAY "[NO TERM DEPOSIT FILE - NOTHING TO MATURE]"
               PERFORM 0020-MARK-RUN-COMPLETE
               CLOSE RUN-CONTROL
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS = "35" THEN
               DISPLAY "[NO ACCOUNT MASTER FILE - NOTHING TO POST]"
               CLOSE TERM-DEPOSIT-FILE
               CLOSE RUN-CONTROL
               STOP RUN
           END-IF.

           MOVE ZERO TO TD-ACCT-NUMBER.
           START TERM-DEPOSIT-FILE
               KEY IS NOT LESS THAN TD-ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-TD-EOF
           END-START.
           PERFORM UNTIL WS-TD-EOF = "Y"
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TD-EOF
                   NOT AT END
                       IF TD-IS-ACTIVE AND
                               TD-ACCT-NUMBER > WS-RESTART-KEY THEN
                           PERFORM 0040-COMPUTE-EFFECTIVE-DUE-DATE
                           IF WS-EFFECTIVE-DUE-DATE NOT >
                                   WS-TODAY-DATE THEN
                               PERFORM 0030-CHECKPOINT-RUN-CONTROL
                               PERFORM 0100-MATURE-DEPOSIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 0500-REPORT-DUE-MATURITIES.

           CLOSE TERM-DEPOSIT-FILE.
           CLOSE ACCOUNT-FILE.
           IF WS-CAL-OPEN = "Y" THEN
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-PAYEE-OPEN = "Y" THEN
               CLOSE PAYEE-FILE
           END-IF.
           PERFORM 0020-MARK-RUN-COMPLETE.
           CLOSE RUN-CONTROL.
           PERFORM 0095-WRITE-CONTROL-TOTALS.
           DISPLAY "[" WS-MATURED " TERM DEPOSIT(S) MATURED - "
               WS-ROLLED " ROLLED OVER, " WS-PAID-AWAY " PAID, "
               WS-HELD " HELD; " WS-DUE-COUNT " DUE IN 30 DAYS - "
               "SEE TDDUE.RPT]".
           STOP RUN.

           0005-CHECK-RUN-CONTROL.

           OPEN I-O RUN-CONTROL.
           IF WS-RC-STATUS = "35" THEN
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL
           END-IF.
           MOVE "TDMATURE" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RC-STATUS = "00" THEN
               IF RC-CYCLE = WS-TODAY-DATE AND RC-COMPLETED THEN
                   DISPLAY "[TDMATURE ALREADY COMPLETED FOR "
                       WS-TODAY-DATE " - RUN REFUSED]"
                   CLOSE RUN-CONTROL
                   STOP RUN
               END-IF
               IF RC-CYCLE = WS-TODAY-DATE AND RC-STARTED THEN
                   MOVE RC-LAST-KEY TO WS-RESTART-KEY
                   DISPLAY "[RESTARTING TDMATURE - DEPOSIT "
                       WS-RESTART-KEY " IS IN DOUBT: NOT REPROCESSED,"
                       " CHECK THE TRANSACTION LOG AND RESOLVE"
                       " MANUALLY]"
               END-IF
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-TODAY-DATE TO RC-CYCLE
               MOVE "S" TO RC-STATUS
               MOVE WS-RESTART-KEY TO RC-LAST-KEY
               REWRITE RUN-CONTROL-RECORD
           ELSE
               MOVE "TDMATURE" TO RC-JOB-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-TODAY-DATE TO RC-CYCLE
               MOVE "S" TO RC-STATUS
               MOVE ZERO TO RC-LAST-KEY
               WRITE RUN-CONTROL-RECORD
           END-IF.

           0020-MARK-RUN-COMPLETE.

           MOVE "TDMATURE" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "C" TO RC-STATUS.
           REWRITE RUN-CONTROL-RECORD.

           0030-CHECKPOINT-RUN-CONTROL.

           MOVE "TDMATURE" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE TD-ACCT-NUMBER TO RC-LAST-KEY.
           REWRITE RUN-CONTROL-RECORD.

      *> A maturity falling on a weekend or a bank holiday is paid on
      *> the next business day; interest still runs only to the
      *> contractual maturity date.
           0040-COMPUTE-EFFECTIVE-DUE-DATE.

           MOVE TD-MATURITY-DATE TO WS-EFFECTIVE-DUE-DATE.
           MOVE "N" TO WS-BUSINESS-DAY.
           PERFORM 0045-CHECK-BUSINESS-DAY
               UNTIL WS-BUSINESS-DAY = "Y".

           0045-CHECK-BUSINESS-DAY.

           MOVE "Y" TO WS-BUSINESS-DAY.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DUE-DATE).
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-DATE-INT, 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0 THEN
               MOVE "N" TO WS-BUSINESS-DAY
           ELSE
               IF WS-CAL-OPEN = "Y" THEN
                   MOVE WS-EFFECTIVE-DUE-DATE TO CAL-DATE
                   READ CALENDAR-FILE
                       KEY IS CAL-DATE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-CAL-STATUS = "00" THEN
                       MOVE "N" TO WS-BUSINESS-DAY
                   END-IF
               END-IF
           END-IF.
           IF WS-BUSINESS-DAY = "N" THEN
               ADD 1 TO WS-DATE-INT
               COMPUTE WS-EFFECTIVE-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

      *> Interest on the principal for the actual days of the term
      *> is credited to the deposit account first, so the statement
      *> shows it; the whole balance then follows the instruction.
           0100-MATURE-DEPOSIT.

           MOVE TD-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[TERM DEPOSIT " TD-ACCT-NUMBER
                   " - ACCOUNT NOT FOUND, NOT MATURED]"
           ELSE
               ADD 1 TO WS-MATURED
               COMPUTE WS-TERM-DAYS =
                   FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE) -
                   FUNCTION INTEGER-OF-DATE(TD-START-DATE)
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   TD-PRINCIPAL * TD-RATE * WS-TERM-DAYS / 365
               IF WS-INTEREST-AMOUNT > ZERO THEN
                   ADD WS-INTEREST-AMOUNT TO ACCT-BALANCE
                   ADD WS-INTEREST-AMOUNT TO ACCT-AVAIL-BALANCE
                   REWRITE ACCOUNT-RECORD
                   MOVE "INTEREST" TO WS-TRAN-TYPE
                   MOVE ACCT-NUMBER TO WS-LOG-ACCT-NUMBER
                   MOVE WS-INTEREST-AMOUNT TO WS-LOG-AMOUNT
                   MOVE ACCT-BALANCE TO WS-LOG-BALANCE
                   MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY
                   MOVE ZERO TO WS-LOG-PAYEE
                   PERFORM 0105-GET-GBP-RATE
                   PERFORM 0290-LOG-TRANSACTION
               END-IF
               MOVE ZERO TO WS-PAYOUT
               IF ACCT-AVAIL-BALANCE > ZERO THEN
                   MOVE ACCT-AVAIL-BALANCE TO WS-PAYOUT
               END-IF
               MOVE ACCT-CURRENCY-CODE TO WS-PAYOUT-CURRENCY
               EVALUATE TRUE
                   WHEN TD-PAY-TO-ACCOUNT
                       PERFORM 0200-PAY-TO-ACCOUNT
                   WHEN TD-PAY-TO-PAYEE
                       PERFORM 0300-PAY-TO-PAYEE
                   WHEN OTHER
                       PERFORM 0150-ROLL-OVER
               END-EVALUATE
           END-IF.

      *> Interest credited in a foreign currency carries the buy rate
      *> in force on the day and its GBP equivalent, so that it can be
      *> stated in sterling on the year-end tax certificate.
           0105-GET-GBP-RATE.

           MOVE ZERO TO WS-LOG-RATE.
           MOVE ZERO TO WS-LOG-BASE-AMOUNT.
           IF ACCT-CURRENCY-CODE NOT = "GBP" THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RATE-DATE
               OPEN INPUT RATE-FILE
               IF WS-RATE-STATUS = "00" THEN
                   MOVE "N" TO WS-RATE-EOF
                   MOVE ACCT-CURRENCY-CODE TO RATE-CURRENCY-CODE
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
                               IF RATE-CURRENCY-CODE NOT =
                                       ACCT-CURRENCY-CODE
                                   OR RATE-EFFECTIVE-DATE >
                                       WS-RATE-DATE
                                   MOVE "Y" TO WS-RATE-EOF
                               ELSE
                                   MOVE RATE-BUY TO WS-LOG-RATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATE-FILE
               END-IF
               IF WS-LOG-RATE > ZERO THEN
                   COMPUTE WS-LOG-BASE-AMOUNT ROUNDED =
                       WS-INTEREST-AMOUNT / WS-LOG-RATE
               END-IF
           END-IF.

           0150-ROLL-OVER.

           MOVE ACCT-BALANCE TO TD-PRINCIPAL.
           IF ACCT-BALANCE < ZERO THEN
               MOVE ZERO TO TD-PRINCIPAL
           END-IF.
           MOVE TD-MATURITY-DATE TO TD-START-DATE.
           MOVE TD-MATURITY-DATE TO WS-MATURITY-DATE.
           PERFORM 0160-ADD-TERM.
           MOVE WS-MATURITY-DATE TO TD-MATURITY-DATE.
           REWRITE TERM-DEPOSIT-RECORD.
           ADD 1 TO WS-ROLLED.

           0160-ADD-TERM.

           MOVE WS-MATURITY-DATE(1:4) TO WS-DUE-YEAR.
           MOVE WS-MATURITY-DATE(5:2) TO WS-DUE-MONTH.
           MOVE WS-MATURITY-DATE(7:2) TO WS-DUE-DAY.
           ADD TD-TERM-MONTHS TO WS-DUE-MONTH.
           PERFORM UNTIL WS-DUE-MONTH NOT > 12
               SUBTRACT 12 FROM WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-PERFORM.
           IF FUNCTION MOD(WS-DUE-YEAR, 4) = 0 AND
                   (FUNCTION MOD(WS-DUE-YEAR, 100) NOT = 0 OR
                    FUNCTION MOD(WS-DUE-YEAR, 400) = 0) THEN
               MOVE 29 TO WS-FEB-DAYS
           ELSE
               MOVE 28 TO WS-FEB-DAYS
           END-IF.
           MOVE WS-FEB-DAYS TO WS-DIM(2).
           IF WS-DUE-DAY > WS-DIM(WS-DUE-MONTH) THEN
               MOVE WS-DIM(WS-DUE-MONTH) TO WS-DUE-DAY
           END-IF.
           COMPUTE WS-MATURITY-DATE =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + WS-DUE-DAY.

      *> Funds that cannot go where the instruction says stay on the
      *> deposit account, now instant access, for the branch to
      *> arrange; the deposit is still closed so it is not retried.
           0170-CLOSE-DEPOSIT.

           MOVE "M" TO TD-STATUS.
           MOVE WS-TODAY-DATE TO TD-CLOSED-DATE.
           REWRITE TERM-DEPOSIT-RECORD.
           IF WS-PAY-OK = "Y" THEN
               ADD 1 TO WS-PAID-AWAY
           ELSE
               ADD 1 TO WS-HELD
           END-IF.

           0200-PAY-TO-ACCOUNT.

           MOVE "N" TO WS-PAY-OK.
           IF WS-PAYOUT > ZERO THEN
               MOVE TD-PAY-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-STATUS NOT = "00" THEN
                   DISPLAY "[TERM DEPOSIT " TD-ACCT-NUMBER
                       " - PAYMENT ACCOUNT " TD-PAY-ACCT-NUMBER
                       " NOT FOUND, FUNDS HELD ON DEPOSIT ACCOUNT]"
               ELSE
               IF ACCT-CURRENCY-CODE NOT = WS-PAYOUT-CURRENCY THEN
                   DISPLAY "[TERM DEPOSIT " TD-ACCT-NUMBER
                       " - PAYMENT ACCOUNT CURRENCY DIFFERS, FUNDS "
                       "HELD ON DEPOSIT ACCOUNT]"
               ELSE
                   ADD WS-PAYOUT TO ACCT-BALANCE
                   ADD WS-PAYOUT TO ACCT-AVAIL-BALANCE
                   REWRITE ACCOUNT-RECORD
                   MOVE "TRANSFER IN" TO WS-TRAN-TYPE
                   MOVE ACCT-NUMBER TO WS-LOG-ACCT-NUMBER
                   MOVE WS-PAYOUT TO WS-LOG-AMOUNT
                   MOVE ACCT-BALANCE TO WS-LOG-BALANCE
                   MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY
                   MOVE ZERO TO WS-LOG-PAYEE
                   PERFORM 0290-LOG-TRANSACTION
                   MOVE TD-ACCT-NUMBER TO ACCT-NUMBER
                   READ ACCOUNT-FILE
                       KEY IS ACCT-NUMBER
                   END-READ
                   SUBTRACT WS-PAYOUT FROM ACCT-BALANCE
                   SUBTRACT WS-PAYOUT FROM ACCT-AVAIL-BALANCE
                   REWRITE ACCOUNT-RECORD
                   MOVE "TRANSFER OUT" TO WS-TRAN-TYPE
                   MOVE ACCT-NUMBER TO WS-LOG-ACCT-NUMBER
                   MOVE WS-PAYOUT TO WS-LOG-AMOUNT
                   MOVE ACCT-BALANCE TO WS-LOG-BALANCE
                   MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY
                   PERFORM 0290-LOG-TRANSACTION
                   MOVE "Y" TO WS-PAY-OK
               END-IF
               END-IF
           END-IF.
           PERFORM 0170-CLOSE-DEPOSIT.

      *> Paid away through clearing exactly as a standing order is:
      *> debit the deposit account and add the payment to CLEAROUT
      *> with the payee's bank details from the payee master.
           0300-PAY-TO-PAYEE.

           MOVE "N" TO WS-PAY-OK.
           IF WS-PAYOUT > ZERO THEN
               IF WS-PAYEE-OPEN = "Y" THEN
                   MOVE TD-PAYEE-NUMBER TO PAYEE-NUMBER
                   READ PAYEE-FILE
                       KEY IS PAYEE-NUMBER
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF WS-PAYEE-OPEN NOT = "Y" OR
                       WS-PAYEE-STATUS NOT = "00" THEN
                   DISPLAY "[TERM DEPOSIT " TD-ACCT-NUMBER
                       " - PAYEE " TD-PAYEE-NUMBER " NOT FOUND, "
                       "FUNDS HELD ON DEPOSIT ACCOUNT]"
               ELSE
                   SUBTRACT WS-PAYOUT FROM ACCT-BALANCE
                   SUBTRACT WS-PAYOUT FROM ACCT-AVAIL-BALANCE
                   REWRITE ACCOUNT-RECORD
                   MOVE "TD PAYOUT" TO WS-TRAN-TYPE
                   MOVE ACCT-NUMBER TO WS-LOG-ACCT-NUMBER
                   MOVE WS-PAYOUT TO WS-LOG-AMOUNT
                   MOVE ACCT-BALANCE TO WS-LOG-BALANCE
                   MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY
                   MOVE TD-PAYEE-NUMBER TO WS-LOG-PAYEE
                   PERFORM 0290-LOG-TRANSACTION
                   PERFORM 0310-WRITE-OUTBOUND-PAYMENT
                   MOVE "Y" TO WS-PAY-OK
               END-IF
           END-IF.
           PERFORM 0170-CLOSE-DEPOSIT.

           0310-WRITE-OUTBOUND-PAYMENT.

           OPEN EXTEND OUTBOUND-FILE.
           IF WS-OUT-STATUS = "35" THEN
               OPEN OUTPUT OUTBOUND-FILE
               CLOSE OUTBOUND-FILE
               OPEN EXTEND OUTBOUND-FILE
           END-IF.
           MOVE TD-ACCT-NUMBER TO CO-ACCT-NUMBER.
           MOVE "D" TO CO-DC-FLAG.
           MOVE WS-PAYOUT TO CO-AMOUNT.
           MOVE WS-PAYOUT-CURRENCY TO CO-CURRENCY-CODE.
           MOVE WS-NEW-REF TO CO-ORIG-REF.
           MOVE PAYEE-SORT-CODE TO CO-SORT-CODE.
           MOVE PAYEE-BANK-ACCT TO CO-BANK-ACCT.
           MOVE PAYEE-NAME TO CO-PAYEE-NAME.
           MOVE TD-PAYEE-NUMBER TO CO-PAYEE-NUMBER.
           MOVE ZERO TO CO-ORDER-NUMBER.
           MOVE WS-TODAY-DATE TO CO-DUE-DATE.
           WRITE OUTBOUND-RECORD.
           CLOSE OUTBOUND-FILE.

      *> Running deposits whose payment date falls in the next 30
      *> days, earliest first, so the branch can contact customers
      *> about their maturity instructions in good time.
           0500-REPORT-DUE-MATURITIES.

           OPEN OUTPUT DUE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TERM DEPOSIT MATURITIES DUE " WS-TODAY-DATE
               " TO " WS-HORIZON-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PAY DATE MATURES  ACCT   CUST        PRINCIPAL "
               "CCY RATE   INSTRUCTION    PAY TO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-DUE-DATE
                                SRT-ACCT-NUMBER
               INPUT PROCEDURE IS 0510-RELEASE-DUE-DEPOSITS
               OUTPUT PROCEDURE IS 0520-PRINT-DUE-DEPOSITS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-DUE-COUNT " DEPOSIT(S) DUE; " WS-MATURED
               " MATURED TODAY (" WS-ROLLED " ROLLED OVER, "
               WS-PAID-AWAY " PAID, " WS-HELD " HELD)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE DUE-REPORT.

           0510-RELEASE-DUE-DEPOSITS.

           MOVE "N" TO WS-TD-EOF.
           MOVE ZERO TO TD-ACCT-NUMBER.
           START TERM-DEPOSIT-FILE
               KEY IS NOT LESS THAN TD-ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-TD-EOF
           END-START.
           PERFORM UNTIL WS-TD-EOF = "Y"
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TD-EOF
                   NOT AT END
                       IF TD-IS-ACTIVE THEN
                           PERFORM 0040-COMPUTE-EFFECTIVE-DUE-DATE
                           IF WS-EFFECTIVE-DUE-DATE NOT >
                                   WS-HORIZON-DATE THEN
                               PERFORM 0515-RELEASE-ONE-DEPOSIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           0515-RELEASE-ONE-DEPOSIT.

           MOVE ZERO TO SRT-CUST-NUMBER.
           MOVE SPACES TO SRT-CURRENCY-CODE.
           MOVE TD-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS = "00" THEN
               MOVE ACCT-CUST-NUMBER TO SRT-CUST-NUMBER
               MOVE ACCT-CURRENCY-CODE TO SRT-CURRENCY-CODE
           END-IF.
           MOVE WS-EFFECTIVE-DUE-DATE TO SRT-DUE-DATE.
           MOVE TD-ACCT-NUMBER TO SRT-ACCT-NUMBER.
           MOVE TD-MATURITY-DATE TO SRT-MATURITY-DATE.
           MOVE TD-PRINCIPAL TO SRT-PRINCIPAL.
           MOVE TD-RATE TO SRT-RATE.
           MOVE TD-INSTRUCTION TO SRT-INSTRUCTION.
           MOVE TD-PAY-ACCT-NUMBER TO SRT-PAY-ACCT-NUMBER.
           MOVE TD-PAYEE-NUMBER TO SRT-PAYEE-NUMBER.
           RELEASE SORT-RECORD.

           0520-PRINT-DUE-DEPOSITS.

           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 0525-PRINT-ONE-DEPOSIT
               END-RETURN
           END-PERFORM.

           0525-PRINT-ONE-DEPOSIT.

           ADD 1 TO WS-DUE-COUNT.
           MOVE SPACES TO WS-PAY-TO.
           EVALUATE SRT-INSTRUCTION
               WHEN "A"
                   MOVE "PAY TO ACCOUNT" TO WS-INSTRUCTION-NAME
                   STRING "ACCOUNT " SRT-PAY-ACCT-NUMBER
                       DELIMITED BY SIZE INTO WS-PAY-TO
               WHEN "P"
                   MOVE "PAY TO PAYEE" TO WS-INSTRUCTION-NAME
                   STRING "PAYEE " SRT-PAYEE-NUMBER
                       DELIMITED BY SIZE INTO WS-PAY-TO
               WHEN OTHER
                   MOVE "ROLL OVER" TO WS-INSTRUCTION-NAME
           END-EVALUATE.
           MOVE SRT-PRINCIPAL TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING SRT-DUE-DATE " "
               SRT-MATURITY-DATE " "
               SRT-ACCT-NUMBER " "
               SRT-CUST-NUMBER " "
               WS-DISPLAY-AMOUNT " "
               SRT-CURRENCY-CODE " "
               SRT-RATE " "
               WS-INSTRUCTION-NAME " "
               WS-PAY-TO
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0290-LOG-TRANSACTION.

           PERFORM 0092-ALLOCATE-REFERENCE.
           OPEN EXTEND TRANSACTION-LOG.
           IF WS-LOG-STATUS = "35" THEN
               OPEN OUTPUT TRANSACTION-LOG
               CLOSE TRANSACTION-LOG
               OPEN EXTEND TRANSACTION-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO TL-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO TL-TIME.
           MOVE WS-LOG-ACCT-NUMBER TO TL-ACCT-NUMBER.
           MOVE WS-TRAN-TYPE TO TL-TRAN-TYPE.
           MOVE WS-LOG-AMOUNT TO TL-AMOUNT.
           MOVE WS-LOG-BALANCE TO TL-BALANCE.
           MOVE WS-LOG-CURRENCY TO TL-CURRENCY-CODE.
           MOVE WS-NEW-REF TO TL-REF-NUMBER.
           MOVE WS-LOG-RATE TO TL-RATE.
           MOVE WS-LOG-BASE-AMOUNT TO TL-BASE-AMOUNT.
           MOVE SPACES TO TL-FX-CURRENCY.
           MOVE WS-LOG-PAYEE TO TL-PAYEE-NUMBER.
           MOVE SPACES TO TL-TERMINAL-ID.
           WRITE TRANLOG-RECORD.
           CLOSE TRANSACTION-LOG.
           MOVE ZERO TO WS-LOG-RATE.
           MOVE ZERO TO WS-LOG-BASE-AMOUNT.
           PERFORM 0093-WRITE-TRAN-MASTER.

           0092-ALLOCATE-REFERENCE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REF-DATE.
           COMPUTE WS-NEW-REF = WS-REF-DATE * 10000 + 1.
           OPEN INPUT REF-FILE.
           IF WS-REF-STATUS = "00" THEN
               MOVE "N" TO WS-REF-EOF
               READ REF-FILE
                   AT END
                       MOVE "Y" TO WS-REF-EOF
               END-READ
               IF WS-REF-EOF = "N" AND
                       REF-LAST-NUMBER(1:8) = WS-REF-DATE THEN
                   COMPUTE WS-NEW-REF = REF-LAST-NUMBER + 1
               END-IF
               CLOSE REF-FILE
           END-IF.
           OPEN OUTPUT REF-FILE.
           MOVE WS-NEW-REF TO REF-LAST-NUMBER.
           WRITE REF-RECORD.
           CLOSE REF-FILE.

           0093-WRITE-TRAN-MASTER.

           OPEN I-O TRAN-MASTER.
           IF WS-TM-STATUS = "35" THEN
               OPEN OUTPUT TRAN-MASTER
               CLOSE TRAN-MASTER
               OPEN I-O TRAN-MASTER
           END-IF.
           MOVE WS-NEW-REF TO TM-REF-NUMBER.
           MOVE TL-ACCT-NUMBER TO TM-ACCT-NUMBER.
           MOVE TL-DATE TO TM-DATE.
           MOVE TL-TIME TO TM-TIME.
           MOVE TL-TRAN-TYPE TO TM-TRAN-TYPE.
           MOVE TL-AMOUNT TO TM-AMOUNT.
           MOVE TL-BALANCE TO TM-BALANCE.
           MOVE TL-CURRENCY-CODE TO TM-CURRENCY-CODE.
           MOVE TL-RATE TO TM-RATE.
           MOVE TL-BASE-AMOUNT TO TM-BASE-AMOUNT.
           MOVE TL-FX-CURRENCY TO TM-FX-CURRENCY.
           MOVE TL-PAYEE-NUMBER TO TM-PAYEE-NUMBER.
           MOVE TL-TERMINAL-ID TO TM-TERMINAL-ID.
           MOVE ZERO TO TM-LINK-REF.
           MOVE SPACES TO TM-OPERATOR-ID.
           WRITE TRAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           CLOSE TRAN-MASTER.

           0095-WRITE-CONTROL-TOTALS.

           PERFORM 0096-COUNT-ACCOUNT-MASTER.
           PERFORM 0097-COUNT-TRANSACTION-LOG.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CTL-STATUS = "35" THEN
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN EXTEND CONTROL-FILE
           END-IF.
           MOVE "TDMATURE" TO CTL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO CTL-RUN-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO CTL-RUN-TIME.
           MOVE WS-CTL-ACCT-COUNT TO CTL-ACCT-COUNT.
           MOVE WS-CTL-ACCT-HASH TO CTL-ACCT-HASH.
           MOVE WS-CTL-TRAN-COUNT TO CTL-TRAN-COUNT.
           MOVE WS-CTL-TRAN-HASH TO CTL-TRAN-HASH.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

           0096-COUNT-ACCOUNT-MASTER.

           MOVE ZERO TO WS-CTL-ACCT-COUNT.
           MOVE ZERO TO WS-CTL-ACCT-HASH.
           MOVE "N" TO WS-CTL-ACCT-EOF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-CTL-ACCT-EOF
           ELSE
               PERFORM UNTIL WS-CTL-ACCT-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CTL-ACCT-EOF
                       NOT AT END
                           ADD 1 TO WS-CTL-ACCT-COUNT
                           ADD ACCT-BALANCE TO WS-CTL-ACCT-HASH
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

           0097-COUNT-TRANSACTION-LOG.

           MOVE ZERO TO WS-CTL-TRAN-COUNT.
           MOVE ZERO TO WS-CTL-TRAN-HASH.
           MOVE "N" TO WS-CTL-LOG-EOF.
           OPEN INPUT TRANSACTION-LOG.
           IF WS-LOG-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-CTL-LOG-EOF
           ELSE
               PERFORM UNTIL WS-CTL-LOG-EOF = "Y"
                   READ TRANSACTION-LOG
                       AT END
                           MOVE "Y" TO WS-CTL-LOG-EOF
                       NOT AT END
                           ADD 1 TO WS-CTL-TRAN-COUNT
                           ADD TL-AMOUNT TO WS-CTL-TRAN-HASH
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG
           END-IF.

       END PROGRAM TDMATURE.
