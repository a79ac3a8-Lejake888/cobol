       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOLL AS "LOANCOLL".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SCHD-STATUS.
           SELECT ARREARS-FILE ASSIGN TO "LOANARRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-ARR-STATUS.
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
           SELECT CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SORT-FILE ASSIGN TO "LOANCOLL.SRT".
           SELECT ARREARS-REPORT ASSIGN TO "LOANARR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           COPY LNSCHREC.
       FD  ARREARS-FILE.
       01  ARREARS-RECORD.
           COPY LNARRREC.
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
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           COPY CTLREC.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-LOAN-NUMBER      PIC 9(6).
           05 SRT-INSTALMENT-NO    PIC 9(3).
           05 SRT-DUE-DATE         PIC 9(8).
           05 SRT-AMOUNT-DUE       PIC 9(7)V9(2).
           05 SRT-DAYS-PAST-DUE    PIC 9(5).
           05 SRT-BUCKET           PIC X.
       FD  ARREARS-REPORT.
       01  WS-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS PIC XX.
           01 WS-CTL-ACCT-EOF PIC X VALUE "N".
           01 WS-CTL-LOG-EOF PIC X VALUE "N".
           01 WS-CTL-ACCT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CTL-ACCT-HASH PIC S9(13)V9(2) VALUE ZERO.
           01 WS-CTL-TRAN-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CTL-TRAN-HASH PIC 9(13)V9(2) VALUE ZERO.
           01 WS-LOAN-STATUS PIC XX.
           01 WS-LOAN-EOF PIC X VALUE "N".
           01 WS-SCHD-STATUS PIC XX.
           01 WS-SCHD-EOF PIC X VALUE "N".
           01 WS-ARR-STATUS PIC XX.
           01 WS-ARR-EOF PIC X VALUE "N".
           01 WS-ACCT-STATUS PIC XX.
           01 WS-ACCT-FOUND PIC X VALUE "N".
           01 WS-LOG-STATUS PIC XX.
           01 WS-RC-STATUS PIC XX.
           01 WS-CAL-STATUS PIC XX.
           01 WS-CAL-OPEN PIC X VALUE "N".
           01 WS-TM-STATUS PIC XX.
           01 WS-REF-STATUS PIC XX.
           01 WS-REF-EOF PIC X VALUE "N".
           01 WS-NEW-REF PIC 9(12).
           01 WS-REF-DATE PIC 9(8).
           01 WS-RPT-STATUS PIC XX.
           01 WS-SORT-EOF PIC X VALUE "N".
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-DATE-INT PIC 9(8).
           01 WS-RESTART-KEY PIC 9(6) VALUE ZERO.
           01 WS-EFFECTIVE-DUE-DATE PIC 9(8).
           01 WS-DAY-OF-WEEK PIC 9.
           01 WS-BUSINESS-DAY PIC X.
           01 WS-STOP-RETRY PIC X VALUE "N".
           01 WS-PRINCIPAL-DUE PIC 9(7)V9(2).
           01 WS-INTEREST-DUE PIC 9(7)V9(2).
           01 WS-AMOUNT-DUE PIC 9(7)V9(2).
           01 WS-COLLECTED PIC X VALUE "N".
           01 WS-TRAN-TYPE PIC X(12).
           01 WS-LOG-ACCT-NUMBER PIC 9(6).
           01 WS-LOG-AMOUNT PIC 9(7)V9(2).
           01 WS-LOG-BALANCE PIC S9(7)V9(2).
           01 WS-LOG-CURRENCY PIC X(3).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-INSTALMENTS-COLLECTED PIC 9(5) VALUE ZERO.
           01 WS-ARREARS-COLLECTED PIC 9(5) VALUE ZERO.
           01 WS-NEW-ARREARS PIC 9(5) VALUE ZERO.
           01 WS-LOANS-REPAID PIC 9(5) VALUE ZERO.
           01 WS-ARREARS-ITEMS PIC 9(5) VALUE ZERO.
           01 WS-BREAK-LOAN PIC 9(6) VALUE ZERO.
           01 WS-BREAK-OLDEST PIC 9(5) VALUE ZERO.
           01 WS-LOAN-BUCKETS.
               05 WS-LOAN-BKT PIC 9(7)V9(2) OCCURS 4 TIMES.
           01 WS-TOTAL-BUCKETS.
               05 WS-TOTAL-BKT PIC 9(9)V9(2) OCCURS 4 TIMES.
           01 WS-BKT-IDX PIC 9.
           01 WS-LOAN-ARREARS PIC 9(7)V9(2).
           01 WS-TOTAL-ARREARS PIC 9(9)V9(2) VALUE ZERO.
           01 WS-LOANS-IN-ARREARS PIC 9(5) VALUE ZERO.
           01 WS-SHOW-AMOUNT PIC Z,ZZZ,ZZ9.99.
           01 WS-SHOW-BKT1 PIC Z,ZZZ,ZZ9.99.
           01 WS-SHOW-BKT2 PIC Z,ZZZ,ZZ9.99.
           01 WS-SHOW-BKT3 PIC Z,ZZZ,ZZ9.99.
           01 WS-SHOW-BKT4 PIC Z,ZZZ,ZZ9.99.
           01 WS-SHOW-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

           PERFORM 0005-CHECK-RUN-CONTROL.

           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS = "00" THEN
               MOVE "Y" TO WS-CAL-OPEN
           END-IF.

           OPEN I-O LOAN-FILE.
           IF WS-LOAN-STATUS NOT = "00" THEN
               DISPLAY "[NO LOAN MASTER FILE - NOTHING TO COLLECT]"
               PERFORM 0020-MARK-RUN-COMPLETE
               CLOSE RUN-CONTROL
               STOP RUN
           END-IF.
           OPEN I-O SCHEDULE-FILE.
           IF WS-SCHD-STATUS NOT = "00" THEN
               DISPLAY "[NO LOAN SCHEDULE FILE - NOTHING TO COLLECT]"
               CLOSE LOAN-FILE
               PERFORM 0020-MARK-RUN-COMPLETE
               CLOSE RUN-CONTROL
               STOP RUN
           END-IF.
           OPEN I-O ARREARS-FILE.
           IF WS-ARR-STATUS = "35" THEN
               OPEN OUTPUT ARREARS-FILE
               CLOSE ARREARS-FILE
               OPEN I-O ARREARS-FILE
           END-IF.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS = "35" THEN
               DISPLAY "[NO ACCOUNT MASTER FILE - NOTHING TO POST]"
               CLOSE LOAN-FILE
               CLOSE SCHEDULE-FILE
               CLOSE ARREARS-FILE
               PERFORM 0020-MARK-RUN-COMPLETE
               CLOSE RUN-CONTROL
               STOP RUN
           END-IF.

           MOVE ZERO TO LN-LOAN-NUMBER.
           START LOAN-FILE
               KEY IS NOT LESS THAN LN-LOAN-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-LOAN-EOF
           END-START.
           PERFORM UNTIL WS-LOAN-EOF = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LOAN-EOF
                   NOT AT END
                       IF LN-IS-ACTIVE AND
                               LN-LOAN-NUMBER > WS-RESTART-KEY THEN
                           PERFORM 0030-CHECKPOINT-RUN-CONTROL
                           PERFORM 0100-COLLECT-LOAN
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 0500-REPORT-ARREARS.

           CLOSE LOAN-FILE.
           CLOSE SCHEDULE-FILE.
           CLOSE ARREARS-FILE.
           CLOSE ACCOUNT-FILE.
           IF WS-CAL-OPEN = "Y" THEN
               CLOSE CALENDAR-FILE
           END-IF.
           PERFORM 0020-MARK-RUN-COMPLETE.
           CLOSE RUN-CONTROL.
           PERFORM 0095-WRITE-CONTROL-TOTALS.
           DISPLAY "[" WS-INSTALMENTS-COLLECTED " INSTALMENT(S) AND "
               WS-ARREARS-COLLECTED " ARREARS COLLECTED, "
               WS-NEW-ARREARS " NEW ARREARS, " WS-LOANS-REPAID
               " LOAN(S) REPAID - SEE LOANARR.RPT]".
           STOP RUN.

           0005-CHECK-RUN-CONTROL.

           OPEN I-O RUN-CONTROL.
           IF WS-RC-STATUS = "35" THEN
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL
           END-IF.
           MOVE "LOANCOLL" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RC-STATUS = "00" THEN
               IF RC-CYCLE = WS-TODAY-DATE AND RC-COMPLETED THEN
                   DISPLAY "[LOANCOLL ALREADY COMPLETED FOR "
                       WS-TODAY-DATE " - RUN REFUSED]"
                   CLOSE RUN-CONTROL
                   STOP RUN
               END-IF
               IF RC-CYCLE = WS-TODAY-DATE AND RC-STARTED THEN
                   MOVE RC-LAST-KEY TO WS-RESTART-KEY
                   DISPLAY "[RESTARTING LOANCOLL - LOAN "
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
               MOVE "LOANCOLL" TO RC-JOB-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-TODAY-DATE TO RC-CYCLE
               MOVE "S" TO RC-STATUS
               MOVE ZERO TO RC-LAST-KEY
               WRITE RUN-CONTROL-RECORD
           END-IF.

           0020-MARK-RUN-COMPLETE.

           MOVE "LOANCOLL" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "C" TO RC-STATUS.
           REWRITE RUN-CONTROL-RECORD.

           0030-CHECKPOINT-RUN-CONTROL.

           MOVE "LOANCOLL" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE LN-LOAN-NUMBER TO RC-LAST-KEY.
           REWRITE RUN-CONTROL-RECORD.

      *> An instalment falling on a weekend or a bank holiday is
      *> collected on the next business day; it is aged for arrears
      *> from its contractual date.
           0040-COMPUTE-EFFECTIVE-DUE-DATE.

           MOVE LS-DUE-DATE TO WS-EFFECTIVE-DUE-DATE.
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

      *> Arrears are retried oldest first before anything newly due
      *> is taken, so the customer's money goes to the longest
      *> outstanding instalment.
           0100-COLLECT-LOAN.

           MOVE "N" TO WS-ACCT-FOUND.
           MOVE LN-REPAY-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS = "00" THEN
               MOVE "Y" TO WS-ACCT-FOUND
           ELSE
               DISPLAY "[LOAN " LN-LOAN-NUMBER " - REPAYMENT ACCOUNT "
                   LN-REPAY-ACCT-NUMBER " NOT FOUND]"
           END-IF.
           PERFORM 0200-RETRY-ARREARS.
           PERFORM 0300-COLLECT-DUE-INSTALMENTS.
           IF LN-OUTSTANDING = ZERO AND LN-ARREARS-AMOUNT = ZERO THEN
               MOVE "R" TO LN-STATUS
               MOVE WS-TODAY-DATE TO LN-CLOSED-DATE
               ADD 1 TO WS-LOANS-REPAID
               DISPLAY "[LOAN " LN-LOAN-NUMBER " FULLY REPAID]"
           END-IF.
           REWRITE LOAN-RECORD.

           0200-RETRY-ARREARS.

           MOVE "N" TO WS-ARR-EOF.
           MOVE "N" TO WS-STOP-RETRY.
           MOVE LN-LOAN-NUMBER TO LA-LOAN-NUMBER.
           MOVE ZERO TO LA-INSTALMENT-NO.
           START ARREARS-FILE
               KEY IS NOT LESS THAN LA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARR-EOF
           END-START.
           PERFORM UNTIL WS-ARR-EOF = "Y" OR WS-STOP-RETRY = "Y"
               READ ARREARS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ARR-EOF
                   NOT AT END
                       IF LA-LOAN-NUMBER NOT = LN-LOAN-NUMBER THEN
                           MOVE "Y" TO WS-ARR-EOF
                       ELSE
                           PERFORM 0210-RETRY-ONE-ARREAR
                       END-IF
               END-READ
           END-PERFORM.

           0210-RETRY-ONE-ARREAR.

           MOVE LA-PRINCIPAL-DUE TO WS-PRINCIPAL-DUE.
           MOVE LA-INTEREST-DUE TO WS-INTEREST-DUE.
           MOVE LA-AMOUNT-DUE TO WS-AMOUNT-DUE.
           PERFORM 0400-POST-INSTALMENT.
           IF WS-COLLECTED = "Y" THEN
               ADD 1 TO WS-ARREARS-COLLECTED
               SUBTRACT LA-AMOUNT-DUE FROM LN-ARREARS-AMOUNT
               MOVE LA-LOAN-NUMBER TO LS-LOAN-NUMBER
               MOVE LA-INSTALMENT-NO TO LS-INSTALMENT-NO
               READ SCHEDULE-FILE
                   KEY IS LS-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SCHD-STATUS = "00" THEN
                   MOVE "P" TO LS-STATUS
                   MOVE WS-TODAY-DATE TO LS-PAID-DATE
                   REWRITE SCHEDULE-RECORD
               END-IF
               DELETE ARREARS-FILE RECORD
           ELSE
               MOVE WS-TODAY-DATE TO LA-LAST-TRY-DATE
               REWRITE ARREARS-RECORD
               MOVE "Y" TO WS-STOP-RETRY
           END-IF.

           0300-COLLECT-DUE-INSTALMENTS.

           MOVE "N" TO WS-SCHD-EOF.
           MOVE LN-LOAN-NUMBER TO LS-LOAN-NUMBER.
           MOVE ZERO TO LS-INSTALMENT-NO.
           START SCHEDULE-FILE
               KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCHD-EOF
           END-START.
           PERFORM UNTIL WS-SCHD-EOF = "Y"
               READ SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCHD-EOF
                   NOT AT END
                       IF LS-LOAN-NUMBER NOT = LN-LOAN-NUMBER THEN
                           MOVE "Y" TO WS-SCHD-EOF
                       ELSE
                       IF LS-IS-DUE THEN
                           PERFORM 0040-COMPUTE-EFFECTIVE-DUE-DATE
                           IF WS-EFFECTIVE-DUE-DATE > WS-TODAY-DATE
                                   THEN
                               MOVE "Y" TO WS-SCHD-EOF
                           ELSE
                               PERFORM 0310-COLLECT-ONE-INSTALMENT
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> An instalment the account cannot meet is not part-paid: it
      *> goes to LOANARRS whole, and is retried on each later run.
           0310-COLLECT-ONE-INSTALMENT.

           MOVE LS-PRINCIPAL-DUE TO WS-PRINCIPAL-DUE.
           MOVE LS-INTEREST-DUE TO WS-INTEREST-DUE.
           MOVE LS-INSTALMENT-AMOUNT TO WS-AMOUNT-DUE.
           PERFORM 0400-POST-INSTALMENT.
           IF WS-COLLECTED = "Y" THEN
               ADD 1 TO WS-INSTALMENTS-COLLECTED
               MOVE "P" TO LS-STATUS
               MOVE WS-TODAY-DATE TO LS-PAID-DATE
               REWRITE SCHEDULE-RECORD
           ELSE
               DISPLAY "[LOAN " LN-LOAN-NUMBER " INSTALMENT "
                   LS-INSTALMENT-NO " - INSUFFICIENT FUNDS, TO "
                   "ARREARS]"
               ADD 1 TO WS-NEW-ARREARS
               MOVE "A" TO LS-STATUS
               REWRITE SCHEDULE-RECORD
               PERFORM 0320-WRITE-ARREARS
           END-IF.

           0320-WRITE-ARREARS.

           MOVE LS-LOAN-NUMBER TO LA-LOAN-NUMBER.
           MOVE LS-INSTALMENT-NO TO LA-INSTALMENT-NO.
           MOVE LN-REPAY-ACCT-NUMBER TO LA-REPAY-ACCT-NUMBER.
           MOVE LS-DUE-DATE TO LA-DUE-DATE.
           MOVE LS-PRINCIPAL-DUE TO LA-PRINCIPAL-DUE.
           MOVE LS-INTEREST-DUE TO LA-INTEREST-DUE.
           MOVE LS-INSTALMENT-AMOUNT TO LA-AMOUNT-DUE.
           MOVE WS-TODAY-DATE TO LA-FIRST-FAIL-DATE.
           MOVE WS-TODAY-DATE TO LA-LAST-TRY-DATE.
           MOVE ZERO TO LA-DAYS-PAST-DUE.
           MOVE "0" TO LA-BUCKET.
           WRITE ARREARS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD LS-INSTALMENT-AMOUNT TO LN-ARREARS-AMOUNT.

      *> Collects WS-AMOUNT-DUE from the repayment account, within
      *> cleared funds plus any arranged overdraft as a standing
      *> order is, posting the interest and principal parts as
      *> separate entries so each reaches its own ledger.
           0400-POST-INSTALMENT.

           MOVE "N" TO WS-COLLECTED.
           IF WS-ACCT-FOUND = "Y" THEN
               IF WS-AMOUNT-DUE NOT >
                       ACCT-AVAIL-BALANCE + ACCT-OVERDRAFT-LIMIT THEN
                   MOVE "Y" TO WS-COLLECTED
                   IF WS-INTEREST-DUE > ZERO THEN
                       SUBTRACT WS-INTEREST-DUE FROM ACCT-BALANCE
                       SUBTRACT WS-INTEREST-DUE FROM ACCT-AVAIL-BALANCE
                       REWRITE ACCOUNT-RECORD
                       MOVE "LOAN INT" TO WS-TRAN-TYPE
                       MOVE WS-INTEREST-DUE TO WS-LOG-AMOUNT
                       PERFORM 0410-LOG-INSTALMENT-PART
                   END-IF
                   IF WS-PRINCIPAL-DUE > ZERO THEN
                       SUBTRACT WS-PRINCIPAL-DUE FROM ACCT-BALANCE
                       SUBTRACT WS-PRINCIPAL-DUE
                           FROM ACCT-AVAIL-BALANCE
                       REWRITE ACCOUNT-RECORD
                       MOVE "LOAN PRIN" TO WS-TRAN-TYPE
                       MOVE WS-PRINCIPAL-DUE TO WS-LOG-AMOUNT
                       PERFORM 0410-LOG-INSTALMENT-PART
                   END-IF
                   SUBTRACT WS-PRINCIPAL-DUE FROM LN-OUTSTANDING
                   ADD 1 TO LN-INSTALMENTS-PAID
               END-IF
           END-IF.

           0410-LOG-INSTALMENT-PART.

           MOVE ACCT-NUMBER TO WS-LOG-ACCT-NUMBER.
           MOVE ACCT-BALANCE TO WS-LOG-BALANCE.
           MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY.
           PERFORM 0290-LOG-TRANSACTION.

      *> Every instalment still on LOANARRS is aged from its due date
      *> and the report gives each loan's arrears by days past due,
      *> in loan number order, with totals for the book.
           0500-REPORT-ARREARS.

           OPEN OUTPUT ARREARS-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LOAN ARREARS AS AT " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LOAN   CUST   ACCT   CCY OLDEST  "
               "  1-29 DAYS   30-59 DAYS   60-89 DAYS     90+ DAYS"
               "    TOTAL ARREARS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           INITIALIZE WS-TOTAL-BUCKETS.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-LOAN-NUMBER
                                SRT-INSTALMENT-NO
               INPUT PROCEDURE IS 0510-AGE-ARREARS
               OUTPUT PROCEDURE IS 0520-PRINT-ARREARS.

           MOVE WS-TOTAL-BKT(1) TO WS-SHOW-BKT1.
           MOVE WS-TOTAL-BKT(2) TO WS-SHOW-BKT2.
           MOVE WS-TOTAL-BKT(3) TO WS-SHOW-BKT3.
           MOVE WS-TOTAL-BKT(4) TO WS-SHOW-BKT4.
           MOVE WS-TOTAL-ARREARS TO WS-SHOW-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL ALL CURRENCIES      " WS-SHOW-BKT1 " "
               WS-SHOW-BKT2 " " WS-SHOW-BKT3 " " WS-SHOW-BKT4 " "
               WS-SHOW-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-LOANS-IN-ARREARS " LOAN(S) IN ARREARS, "
               WS-ARREARS-ITEMS " INSTALMENT(S) UNPAID"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE ARREARS-REPORT.

           0510-AGE-ARREARS.

           MOVE "N" TO WS-ARR-EOF.
           MOVE ZERO TO LA-LOAN-NUMBER.
           MOVE ZERO TO LA-INSTALMENT-NO.
           START ARREARS-FILE
               KEY IS NOT LESS THAN LA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARR-EOF
           END-START.
           PERFORM UNTIL WS-ARR-EOF = "Y"
               READ ARREARS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ARR-EOF
                   NOT AT END
                       PERFORM 0515-AGE-ONE-ARREAR
               END-READ
           END-PERFORM.

           0515-AGE-ONE-ARREAR.

           COMPUTE LA-DAYS-PAST-DUE = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(LA-DUE-DATE).
           EVALUATE TRUE
               WHEN LA-DAYS-PAST-DUE < 30
                   MOVE "0" TO LA-BUCKET
               WHEN LA-DAYS-PAST-DUE < 60
                   MOVE "3" TO LA-BUCKET
               WHEN LA-DAYS-PAST-DUE < 90
                   MOVE "6" TO LA-BUCKET
               WHEN OTHER
                   MOVE "9" TO LA-BUCKET
           END-EVALUATE.
           REWRITE ARREARS-RECORD.
           MOVE LA-LOAN-NUMBER TO SRT-LOAN-NUMBER.
           MOVE LA-INSTALMENT-NO TO SRT-INSTALMENT-NO.
           MOVE LA-DUE-DATE TO SRT-DUE-DATE.
           MOVE LA-AMOUNT-DUE TO SRT-AMOUNT-DUE.
           MOVE LA-DAYS-PAST-DUE TO SRT-DAYS-PAST-DUE.
           MOVE LA-BUCKET TO SRT-BUCKET.
           RELEASE SORT-RECORD.

           0520-PRINT-ARREARS.

           MOVE "N" TO WS-SORT-EOF.
           MOVE ZERO TO WS-BREAK-LOAN.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-LOAN-NUMBER NOT = WS-BREAK-LOAN THEN
                           IF WS-BREAK-LOAN NOT = ZERO THEN
                               PERFORM 0530-PRINT-LOAN-LINE
                           END-IF
                           MOVE SRT-LOAN-NUMBER TO WS-BREAK-LOAN
                           MOVE ZERO TO WS-BREAK-OLDEST
                           MOVE ZERO TO WS-LOAN-ARREARS
                           INITIALIZE WS-LOAN-BUCKETS
                       END-IF
                       PERFORM 0525-ADD-TO-LOAN
               END-RETURN
           END-PERFORM.
           IF WS-BREAK-LOAN NOT = ZERO THEN
               PERFORM 0530-PRINT-LOAN-LINE
           END-IF.

           0525-ADD-TO-LOAN.

           ADD 1 TO WS-ARREARS-ITEMS.
           EVALUATE SRT-BUCKET
               WHEN "0"
                   MOVE 1 TO WS-BKT-IDX
               WHEN "3"
                   MOVE 2 TO WS-BKT-IDX
               WHEN "6"
                   MOVE 3 TO WS-BKT-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BKT-IDX
           END-EVALUATE.
           ADD SRT-AMOUNT-DUE TO WS-LOAN-BKT(WS-BKT-IDX).
           ADD SRT-AMOUNT-DUE TO WS-TOTAL-BKT(WS-BKT-IDX).
           ADD SRT-AMOUNT-DUE TO WS-LOAN-ARREARS.
           ADD SRT-AMOUNT-DUE TO WS-TOTAL-ARREARS.
           IF SRT-DAYS-PAST-DUE > WS-BREAK-OLDEST THEN
               MOVE SRT-DAYS-PAST-DUE TO WS-BREAK-OLDEST
           END-IF.

           0530-PRINT-LOAN-LINE.

           ADD 1 TO WS-LOANS-IN-ARREARS.
           MOVE WS-BREAK-LOAN TO LN-LOAN-NUMBER.
           READ LOAN-FILE
               KEY IS LN-LOAN-NUMBER
               INVALID KEY
                   MOVE ZERO TO LN-CUST-NUMBER
                   MOVE ZERO TO LN-REPAY-ACCT-NUMBER
                   MOVE SPACES TO LN-CURRENCY-CODE
           END-READ.
           MOVE WS-LOAN-BKT(1) TO WS-SHOW-BKT1.
           MOVE WS-LOAN-BKT(2) TO WS-SHOW-BKT2.
           MOVE WS-LOAN-BKT(3) TO WS-SHOW-BKT3.
           MOVE WS-LOAN-BKT(4) TO WS-SHOW-BKT4.
           MOVE WS-LOAN-ARREARS TO WS-SHOW-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-BREAK-LOAN " " LN-CUST-NUMBER " "
               LN-REPAY-ACCT-NUMBER " " LN-CURRENCY-CODE " "
               WS-BREAK-OLDEST " " WS-SHOW-BKT1 " " WS-SHOW-BKT2 " "
               WS-SHOW-BKT3 " " WS-SHOW-BKT4 " " WS-SHOW-TOTAL
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
           MOVE ZERO TO TL-RATE.
           MOVE ZERO TO TL-BASE-AMOUNT.
           MOVE SPACES TO TL-FX-CURRENCY.
           MOVE ZERO TO TL-PAYEE-NUMBER.
           MOVE SPACES TO TL-TERMINAL-ID.
           WRITE TRANLOG-RECORD.
           CLOSE TRANSACTION-LOG.
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
           MOVE "LOANCOLL" TO CTL-JOB-NAME.
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

       END PROGRAM LOANCOLL.
