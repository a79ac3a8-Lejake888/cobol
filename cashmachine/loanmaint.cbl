       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMAINT AS "LOANMAINT".
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
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TD-STATUS.
           SELECT USER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-OPERATOR-ID
               FILE STATUS IS WS-USER-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
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
           SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           COPY LNSCHREC.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  TERM-DEPOSIT-FILE.
       01  TERM-DEPOSIT-RECORD.
           COPY TDREC.
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  TRANSACTION-LOG.
       01  TRANLOG-RECORD.
           COPY TRANREC.
       FD  TRAN-MASTER.
       01  TRAN-MASTER-RECORD.
           COPY TRANMREC.
       FD  REF-FILE.
       01  REF-RECORD.
           05 REF-LAST-NUMBER      PIC 9(12).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           COPY CTLREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS PIC XX.
           01 WS-CTL-ACCT-EOF PIC X VALUE "N".
           01 WS-CTL-LOG-EOF PIC X VALUE "N".
           01 WS-CTL-ACCT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CTL-ACCT-HASH PIC S9(13)V9(2) VALUE ZERO.
           01 WS-CTL-TRAN-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CTL-TRAN-HASH PIC 9(13)V9(2) VALUE ZERO.
           01 WS-LOAN-STATUS PIC XX.
           01 WS-SCHD-STATUS PIC XX.
           01 WS-SCHD-EOF PIC X VALUE "N".
           01 WS-ACCT-STATUS PIC XX.
           01 WS-TD-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-LOG-STATUS PIC XX.
           01 WS-TM-STATUS PIC XX.
           01 WS-REF-STATUS PIC XX.
           01 WS-REF-EOF PIC X VALUE "N".
           01 WS-NEW-REF PIC 9(12).
           01 WS-REF-DATE PIC 9(8).
           01 WS-OPERATOR-ID PIC X(6).
           01 WS-SECRET-CODE PIC 9(4).
           01 WS-SIGNED-ON PIC X VALUE "N".
           01 WS-SIGNON-ATTEMPTS PIC 9 VALUE ZERO.
           01 WS-CHOICE PIC 9.
           01 WS-DONE PIC X VALUE "N".
           01 WS-CONFIRM PIC X.
           01 WS-POSTED PIC X VALUE "N".
           01 WS-LOAN-WRITTEN PIC X VALUE "N".
           01 WS-ADVANCE-PAID PIC X VALUE "N".
           01 WS-TERMS-OK PIC X VALUE "N".
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-LOAN-NUMBER PIC 9(6).
           01 WS-REPAY-ACCOUNT PIC 9(6).
           01 WS-CUST-NUMBER PIC 9(6).
           01 WS-LOAN-CURRENCY PIC X(3).
           01 WS-NEW-PRINCIPAL PIC 9(7)V9(2).
           01 WS-NEW-RATE PIC 9V9(4).
           01 WS-NEW-TERM PIC 9(3).
           01 WS-NEW-REPAY-DAY PIC 9(2).
           01 WS-MONTHLY-RATE PIC 9V9(9).
           01 WS-GROWTH-FACTOR PIC 9(9)V9(9).
           01 WS-ANNUITY-FACTOR PIC 9(9)V9(9).
           01 WS-INSTALMENT PIC 9(7)V9(2).
           01 WS-TOTAL-INTEREST PIC 9(9)V9(2).
           01 WS-BALANCE PIC 9(7)V9(2).
           01 WS-INSTALMENT-NO PIC 9(3).
           01 WS-DUE-DATE PIC 9(8).
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
           01 WS-STATUS-NAME PIC X(8).
           01 WS-TRAN-TYPE PIC X(12).
           01 WS-LOG-ACCT-NUMBER PIC 9(6).
           01 WS-LOG-AMOUNT PIC 9(7)V9(2).
           01 WS-LOG-BALANCE PIC S9(7)V9(2).
           01 WS-LOG-CURRENCY PIC X(3).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-DISPLAY-VALUE PIC ---,---,---,---,---,--9.99.
           01 WS-SHOW-OPENING PIC Z,ZZZ,ZZ9.99.
           01 WS-SHOW-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           01 WS-SHOW-INTEREST PIC Z,ZZZ,ZZ9.99.
           01 WS-SHOW-INSTALMENT PIC Z,ZZZ,ZZ9.99.
           01 WS-SHOW-CLOSING PIC Z,ZZZ,ZZ9.99.
           01 WS-CHG-STATUS PIC XX.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.
           PERFORM 0010-OPEN-LOAN-FILES.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "[LOAN MAINTENANCE]"
               DISPLAY "(1. OPEN LOAN)"
               DISPLAY "(2. DISPLAY LOAN AND SCHEDULE)"
               DISPLAY "(3. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 0100-OPEN-LOAN
                   WHEN 2
                       PERFORM 0300-DISPLAY-LOAN
                   WHEN 3
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           CLOSE LOAN-FILE.
           CLOSE SCHEDULE-FILE.
           CLOSE ACCOUNT-FILE.
           IF WS-POSTED = "Y" THEN
               PERFORM 0095-WRITE-CONTROL-TOTALS
           END-IF.
           STOP RUN.

           0010-OPEN-LOAN-FILES.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[NO ACCOUNT MASTER FILE - NOTHING TO "
                   "MAINTAIN]"
               STOP RUN
           END-IF.
           OPEN I-O LOAN-FILE.
           IF WS-LOAN-STATUS = "35" THEN
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF.
           OPEN I-O SCHEDULE-FILE.
           IF WS-SCHD-STATUS = "35" THEN
               OPEN OUTPUT SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
               OPEN I-O SCHEDULE-FILE
           END-IF.

           0020-OPERATOR-SIGN-ON.

           OPEN INPUT USER-FILE.
           IF WS-USER-STATUS NOT = "00" THEN
               DISPLAY "[NO USER MASTER - RUN USERMAINT FIRST]"
               STOP RUN
           END-IF.
           MOVE "N" TO WS-SIGNED-ON.
           MOVE ZERO TO WS-SIGNON-ATTEMPTS.
           PERFORM UNTIL WS-SIGNED-ON = "Y"
                   OR WS-SIGNON-ATTEMPTS = 3
               DISPLAY "[ENTER OPERATOR ID]: "
               ACCEPT WS-OPERATOR-ID
               DISPLAY "[ENTER SECRET CODE]: "
               ACCEPT WS-SECRET-CODE WITH SECURE
               ADD 1 TO WS-SIGNON-ATTEMPTS
               MOVE WS-OPERATOR-ID TO USER-OPERATOR-ID
               READ USER-FILE
                   KEY IS USER-OPERATOR-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-USER-STATUS = "00" AND USER-IS-ACTIVE
                       AND WS-SECRET-CODE = USER-SECRET-CODE THEN
                   MOVE "Y" TO WS-SIGNED-ON
                   DISPLAY "[SIGNED ON AS " WS-OPERATOR-ID "]"
               ELSE
                   DISPLAY "[SIGN-ON REJECTED]"
               END-IF
           END-PERFORM.
           CLOSE USER-FILE.
           IF WS-SIGNED-ON NOT = "Y" THEN
               DISPLAY "[SIGN-ON FAILED]"
               STOP RUN
           END-IF.


           0050-READ-LOAN.

           DISPLAY "[ENTER LOAN NUMBER]: ".
           ACCEPT WS-LOAN-NUMBER.
           MOVE WS-LOAN-NUMBER TO LN-LOAN-NUMBER.
           READ LOAN-FILE
               KEY IS LN-LOAN-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-LOAN-STATUS NOT = "00" THEN
               DISPLAY "[LOAN NOT FOUND]"
           END-IF.

      *> The advance is paid into an existing account in the
      *> customer's name, which is also the account every instalment
      *> is collected from. The loan takes its customer and currency
      *> from that account.
           0100-OPEN-LOAN.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           DISPLAY "[ENTER NEW LOAN NUMBER]: ".
           ACCEPT WS-LOAN-NUMBER.
           MOVE WS-LOAN-NUMBER TO LN-LOAN-NUMBER.
           READ LOAN-FILE
               KEY IS LN-LOAN-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-LOAN-NUMBER = ZERO OR WS-LOAN-STATUS = "00" THEN
               DISPLAY "[LOAN NUMBER ALREADY IN USE]"
           ELSE
               PERFORM 0110-GET-REPAYMENT-ACCOUNT
               IF WS-TERMS-OK = "Y" THEN
                   PERFORM 0120-GET-TERMS
               END-IF
               IF WS-TERMS-OK = "Y" THEN
                   PERFORM 0130-CALCULATE-INSTALMENT
                   PERFORM 0200-SHOW-SCHEDULE-PREVIEW
                   DISPLAY "[CONFIRM OPEN AND PAY ADVANCE TO ACCOUNT "
                       WS-REPAY-ACCOUNT " (Y/N)]: "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y" THEN
                       PERFORM 0140-WRITE-LOAN
                       IF WS-LOAN-WRITTEN = "Y" THEN
                           PERFORM 0150-WRITE-SCHEDULE
                           PERFORM 0160-PAY-ADVANCE
                           IF WS-ADVANCE-PAID = "Y" THEN
                               DISPLAY "[LOAN " WS-LOAN-NUMBER
                                   " OPENED - " WS-NEW-TERM
                                   " INSTALMENT(S) SCHEDULED]"
                           ELSE
                               DISPLAY "[LOAN " WS-LOAN-NUMBER
                                   " OPENED BUT ADVANCE NOT PAID - "
                                   "REFER TO BRANCH]"
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "[OPEN CANCELLED]"
                   END-IF
               END-IF
           END-IF.

           0110-GET-REPAYMENT-ACCOUNT.

           MOVE "N" TO WS-TERMS-OK.
           DISPLAY "[ENTER REPAYMENT ACCOUNT NUMBER]: ".
           ACCEPT WS-REPAY-ACCOUNT.
           MOVE WS-REPAY-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[ACCOUNT NOT FOUND - OPEN IT IN ACCTMAINT "
                   "FIRST]"
           ELSE
           IF ACCT-CUST-NUMBER = ZERO THEN
               DISPLAY "[ACCOUNT NOT LINKED TO A CUSTOMER - LINK IT "
                   "IN CUSTMAINT FIRST]"
           ELSE
               MOVE ACCT-CUST-NUMBER TO WS-CUST-NUMBER
               MOVE ACCT-CURRENCY-CODE TO WS-LOAN-CURRENCY
               MOVE "Y" TO WS-TERMS-OK
               OPEN INPUT TERM-DEPOSIT-FILE
               IF WS-TD-STATUS = "00" THEN
                   MOVE WS-REPAY-ACCOUNT TO TD-ACCT-NUMBER
                   READ TERM-DEPOSIT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TD-IS-ACTIVE THEN
                               DISPLAY "[ACCOUNT IS A RUNNING TERM "
                                   "DEPOSIT - CHOOSE ANOTHER]"
                               MOVE "N" TO WS-TERMS-OK
                           END-IF
                   END-READ
                   CLOSE TERM-DEPOSIT-FILE
               END-IF
           END-IF
           END-IF.

           0120-GET-TERMS.

           DISPLAY "[ENTER AMOUNT OF LOAN]: ".
           ACCEPT WS-NEW-PRINCIPAL.
           DISPLAY "[ENTER FIXED ANNUAL RATE (0.NNNN)]: ".
           ACCEPT WS-NEW-RATE.
           DISPLAY "[ENTER TERM IN MONTHS (1-360)]: ".
           ACCEPT WS-NEW-TERM.
           DISPLAY "[ENTER REPAYMENT DAY OF MONTH (1-31)]: ".
           ACCEPT WS-NEW-REPAY-DAY.
           IF WS-NEW-PRINCIPAL = ZERO THEN
               DISPLAY "[LOAN AMOUNT MUST BE GREATER THAN ZERO]"
               MOVE "N" TO WS-TERMS-OK
           ELSE
           IF WS-NEW-RATE NOT < 0.5 THEN
               DISPLAY "[RATE MUST BE BELOW 0.5000]"
               MOVE "N" TO WS-TERMS-OK
           ELSE
           IF WS-NEW-TERM = ZERO OR WS-NEW-TERM > 360 THEN
               DISPLAY "[TERM MUST BE 1 TO 360 MONTHS]"
               MOVE "N" TO WS-TERMS-OK
           ELSE
           IF WS-NEW-REPAY-DAY = ZERO OR WS-NEW-REPAY-DAY > 31 THEN
               DISPLAY "[REPAYMENT DAY MUST BE 1 TO 31]"
               MOVE "N" TO WS-TERMS-OK
           END-IF
           END-IF
           END-IF
           END-IF.

      *> Level monthly instalment that clears principal and interest
      *> over the term: P * r / (1 - (1 + r) ** -n) at the monthly
      *> rate r. At a nil rate the principal is simply spread evenly.
      *> Any rounding is taken up by the final instalment.
           0130-CALCULATE-INSTALMENT.

           COMPUTE WS-MONTHLY-RATE ROUNDED = WS-NEW-RATE / 12.
           IF WS-MONTHLY-RATE = ZERO THEN
               COMPUTE WS-INSTALMENT ROUNDED =
                   WS-NEW-PRINCIPAL / WS-NEW-TERM
           ELSE
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** WS-NEW-TERM
               COMPUTE WS-ANNUITY-FACTOR ROUNDED =
                   WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
               COMPUTE WS-INSTALMENT ROUNDED =
                   WS-NEW-PRINCIPAL * WS-MONTHLY-RATE *
                   WS-ANNUITY-FACTOR
           END-IF.

      *> The first instalment falls on the repayment day of the month
      *> after the advance; the schedule steps a month at a time.
           0135-SET-DUE-DATE.

           MOVE WS-TODAY-DATE(1:4) TO WS-DUE-YEAR.
           MOVE WS-TODAY-DATE(5:2) TO WS-DUE-MONTH.
           ADD WS-INSTALMENT-NO TO WS-DUE-MONTH.
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
           MOVE WS-NEW-REPAY-DAY TO WS-DUE-DAY.
           IF WS-DUE-DAY > WS-DIM(WS-DUE-MONTH) THEN
               MOVE WS-DIM(WS-DUE-MONTH) TO WS-DUE-DAY
           END-IF.
           COMPUTE WS-DUE-DATE =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + WS-DUE-DAY.

      *> Builds one schedule line in SCHEDULE-RECORD from the running
      *> balance in WS-BALANCE, and carries the balance forward.
           0138-BUILD-SCHEDULE-LINE.

           PERFORM 0135-SET-DUE-DATE.
           MOVE WS-LOAN-NUMBER TO LS-LOAN-NUMBER.
           MOVE WS-INSTALMENT-NO TO LS-INSTALMENT-NO.
           MOVE WS-DUE-DATE TO LS-DUE-DATE.
           MOVE WS-BALANCE TO LS-OPENING-BALANCE.
           COMPUTE LS-INTEREST-DUE ROUNDED =
               WS-BALANCE * WS-MONTHLY-RATE.
           IF WS-INSTALMENT-NO = WS-NEW-TERM OR
                   WS-INSTALMENT - LS-INTEREST-DUE > WS-BALANCE THEN
               MOVE WS-BALANCE TO LS-PRINCIPAL-DUE
           ELSE
               COMPUTE LS-PRINCIPAL-DUE =
                   WS-INSTALMENT - LS-INTEREST-DUE
           END-IF.
           COMPUTE LS-INSTALMENT-AMOUNT =
               LS-PRINCIPAL-DUE + LS-INTEREST-DUE.
           COMPUTE LS-CLOSING-BALANCE =
               WS-BALANCE - LS-PRINCIPAL-DUE.
           MOVE "D" TO LS-STATUS.
           MOVE ZERO TO LS-PAID-DATE.
           ADD LS-INTEREST-DUE TO WS-TOTAL-INTEREST.
           MOVE LS-CLOSING-BALANCE TO WS-BALANCE.

           0140-WRITE-LOAN.

           MOVE WS-LOAN-NUMBER TO LN-LOAN-NUMBER.
           MOVE WS-CUST-NUMBER TO LN-CUST-NUMBER.
           MOVE WS-REPAY-ACCOUNT TO LN-REPAY-ACCT-NUMBER.
           MOVE WS-LOAN-CURRENCY TO LN-CURRENCY-CODE.
           MOVE WS-NEW-PRINCIPAL TO LN-PRINCIPAL.
           MOVE WS-NEW-RATE TO LN-RATE.
           MOVE WS-NEW-TERM TO LN-TERM-MONTHS.
           MOVE WS-NEW-REPAY-DAY TO LN-REPAY-DAY.
           MOVE WS-INSTALMENT TO LN-INSTALMENT.
           MOVE WS-TODAY-DATE TO LN-START-DATE.
           MOVE WS-NEW-PRINCIPAL TO LN-OUTSTANDING.
           MOVE ZERO TO LN-INSTALMENTS-PAID.
           MOVE ZERO TO LN-ARREARS-AMOUNT.
           MOVE "A" TO LN-STATUS.
           MOVE ZERO TO LN-CLOSED-DATE.
           MOVE "N" TO WS-LOAN-WRITTEN.
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "[LOAN " WS-LOAN-NUMBER " NOT WRITTEN]"
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOAN-WRITTEN
                   MOVE "LOANMSTR" TO WS-CHG-FILE-NAME
                   MOVE LN-LOAN-NUMBER TO WS-CHG-RECORD-KEY
                   MOVE "A" TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   MOVE LOAN-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
           END-WRITE.

           0150-WRITE-SCHEDULE.

           MOVE WS-NEW-PRINCIPAL TO WS-BALANCE.
           MOVE ZERO TO WS-TOTAL-INTEREST.
           PERFORM VARYING WS-INSTALMENT-NO FROM 1 BY 1
                   UNTIL WS-INSTALMENT-NO > WS-NEW-TERM
               PERFORM 0138-BUILD-SCHEDULE-LINE
               WRITE SCHEDULE-RECORD
                   INVALID KEY
                       REWRITE SCHEDULE-RECORD
               END-WRITE
           END-PERFORM.

      *> The repayment account was checked when the loan was keyed,
      *> but is read again here; if it has gone, or cannot be
      *> updated, nothing is posted.
           0160-PAY-ADVANCE.

           MOVE "N" TO WS-ADVANCE-PAID.
           MOVE WS-REPAY-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[REPAYMENT ACCOUNT " WS-REPAY-ACCOUNT
                   " NOT FOUND - ADVANCE NOT PAID]"
           ELSE
               ADD WS-NEW-PRINCIPAL TO ACCT-BALANCE
               ADD WS-NEW-PRINCIPAL TO ACCT-AVAIL-BALANCE
               MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
               REWRITE ACCOUNT-RECORD
               IF WS-ACCT-STATUS NOT = "00" THEN
                   DISPLAY "[REPAYMENT ACCOUNT " WS-REPAY-ACCOUNT
                       " NOT UPDATED, STATUS " WS-ACCT-STATUS
                       " - ADVANCE NOT PAID]"
               ELSE
                   MOVE "LOAN ADVANCE" TO WS-TRAN-TYPE
                   MOVE WS-REPAY-ACCOUNT TO WS-LOG-ACCT-NUMBER
                   MOVE WS-NEW-PRINCIPAL TO WS-LOG-AMOUNT
                   MOVE ACCT-BALANCE TO WS-LOG-BALANCE
                   MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY
                   PERFORM 0290-LOG-TRANSACTION
                   MOVE "Y" TO WS-POSTED
                   MOVE "Y" TO WS-ADVANCE-PAID
               END-IF
           END-IF.

      *> The full amortisation schedule is shown before the operator
      *> commits, so it can be read to or printed for the customer.
           0200-SHOW-SCHEDULE-PREVIEW.

           MOVE WS-NEW-PRINCIPAL TO WS-BALANCE.
           MOVE ZERO TO WS-TOTAL-INTEREST.
           DISPLAY "[AMORTISATION SCHEDULE - LOAN " WS-LOAN-NUMBER
               " CUSTOMER " WS-CUST-NUMBER "]".
           DISPLAY " NO DUE DATE      OPENING    PRINCIPAL"
               "     INTEREST   INSTALMENT      CLOSING".
           PERFORM VARYING WS-INSTALMENT-NO FROM 1 BY 1
                   UNTIL WS-INSTALMENT-NO > WS-NEW-TERM
               PERFORM 0138-BUILD-SCHEDULE-LINE
               PERFORM 0350-SHOW-SCHEDULE-LINE
           END-PERFORM.
           MOVE WS-INSTALMENT TO WS-DISPLAY-VALUE.
           DISPLAY "[MONTHLY INSTALMENT]: " WS-DISPLAY-VALUE
               " " WS-LOAN-CURRENCY.
           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-VALUE.
           DISPLAY "[TOTAL INTEREST OVER THE TERM]: "
               WS-DISPLAY-VALUE.

           0300-DISPLAY-LOAN.

           PERFORM 0050-READ-LOAN.
           IF WS-LOAN-STATUS = "00" THEN
               EVALUATE TRUE
                   WHEN LN-IS-ACTIVE
                       MOVE "RUNNING" TO WS-STATUS-NAME
                   WHEN LN-IS-REPAID
                       MOVE "REPAID" TO WS-STATUS-NAME
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-STATUS-NAME
               END-EVALUATE
               DISPLAY "[LOAN]: " LN-LOAN-NUMBER " " WS-STATUS-NAME
               DISPLAY "[CUSTOMER]: " LN-CUST-NUMBER
                   "  [REPAYMENT ACCOUNT]: " LN-REPAY-ACCT-NUMBER
               MOVE LN-PRINCIPAL TO WS-DISPLAY-VALUE
               DISPLAY "[ADVANCE]: " WS-DISPLAY-VALUE " "
                   LN-CURRENCY-CODE "  [OPENED]: " LN-START-DATE
               DISPLAY "[FIXED ANNUAL RATE]: " LN-RATE
                   "  [TERM]: " LN-TERM-MONTHS " MONTH(S)"
                   "  [REPAYMENT DAY]: " LN-REPAY-DAY
               MOVE LN-INSTALMENT TO WS-DISPLAY-VALUE
               DISPLAY "[MONTHLY INSTALMENT]: " WS-DISPLAY-VALUE
               MOVE LN-OUTSTANDING TO WS-DISPLAY-VALUE
               DISPLAY "[PRINCIPAL OUTSTANDING]: " WS-DISPLAY-VALUE
                   "  [INSTALMENTS PAID]: " LN-INSTALMENTS-PAID
               MOVE LN-ARREARS-AMOUNT TO WS-DISPLAY-VALUE
               DISPLAY "[IN ARREARS]: " WS-DISPLAY-VALUE
               IF LN-IS-REPAID THEN
                   DISPLAY "[REPAID]: " LN-CLOSED-DATE
               END-IF
               DISPLAY " NO DUE DATE      OPENING    PRINCIPAL"
                   "     INTEREST   INSTALMENT      CLOSING"
               MOVE "N" TO WS-SCHD-EOF
               MOVE LN-LOAN-NUMBER TO LS-LOAN-NUMBER
               MOVE ZERO TO LS-INSTALMENT-NO
               START SCHEDULE-FILE
                   KEY IS NOT LESS THAN LS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCHD-EOF
               END-START
               PERFORM UNTIL WS-SCHD-EOF = "Y"
                   READ SCHEDULE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCHD-EOF
                       NOT AT END
                           IF LS-LOAN-NUMBER NOT = LN-LOAN-NUMBER
                                   THEN
                               MOVE "Y" TO WS-SCHD-EOF
                           ELSE
                               PERFORM 0350-SHOW-SCHEDULE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           0350-SHOW-SCHEDULE-LINE.

           MOVE LS-OPENING-BALANCE TO WS-SHOW-OPENING.
           MOVE LS-PRINCIPAL-DUE TO WS-SHOW-PRINCIPAL.
           MOVE LS-INTEREST-DUE TO WS-SHOW-INTEREST.
           MOVE LS-INSTALMENT-AMOUNT TO WS-SHOW-INSTALMENT.
           MOVE LS-CLOSING-BALANCE TO WS-SHOW-CLOSING.
           EVALUATE TRUE
               WHEN LS-IS-PAID
                   MOVE "PAID" TO WS-STATUS-NAME
               WHEN LS-IN-ARREARS
                   MOVE "ARREARS" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-NAME
           END-EVALUATE.
           DISPLAY LS-INSTALMENT-NO " " LS-DUE-DATE " "
               WS-SHOW-OPENING " " WS-SHOW-PRINCIPAL " "
               WS-SHOW-INTEREST " " WS-SHOW-INSTALMENT " "
               WS-SHOW-CLOSING " " WS-STATUS-NAME.

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
           MOVE WS-OPERATOR-ID TO TM-OPERATOR-ID.
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
           MOVE "LOANMAINT" TO CTL-JOB-NAME.
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

      *> Every add, change and delete is written to CHGLOG with the
      *> record as it stood before and after. The caller sets the file,
      *> key, action and both images; a second change to the same
      *> record within the same hundredth of a second moves on by one.
           0980-LOG-CHANGE.

           OPEN I-O CHANGE-LOG.
           IF WS-CHG-STATUS = "35" THEN
               OPEN OUTPUT CHANGE-LOG
               CLOSE CHANGE-LOG
               OPEN I-O CHANGE-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CHG-FILE-NAME TO CH-FILE-NAME.
           MOVE WS-CHG-RECORD-KEY TO CH-RECORD-KEY.
           MOVE WS-CURRENT-DATETIME(1:8) TO CH-DATE.
           MOVE WS-CURRENT-DATETIME(9:8) TO CH-TIME.
           MOVE CH-DATE TO CH-LOG-DATE.
           MOVE WS-OPERATOR-ID TO CH-OPERATOR-ID.
           MOVE "LOANMAINT" TO CH-PROGRAM-NAME.
           MOVE WS-CHG-ACTION TO CH-ACTION.
           MOVE WS-CHG-BEFORE-IMAGE TO CH-BEFORE-IMAGE.
           MOVE WS-CHG-AFTER-IMAGE TO CH-AFTER-IMAGE.
           MOVE "22" TO WS-CHG-STATUS.
           PERFORM UNTIL WS-CHG-STATUS NOT = "22"
               WRITE CHANGE-RECORD
                   INVALID KEY
                       ADD 1 TO CH-TIME
               END-WRITE
           END-PERFORM.
           CLOSE CHANGE-LOG.

       END PROGRAM LOANMAINT.
