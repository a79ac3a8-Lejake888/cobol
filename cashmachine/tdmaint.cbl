       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMAINT AS "TDMAINT".
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
           SELECT PAYEE-FILE ASSIGN TO "PAYEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-NUMBER
               FILE STATUS IS WS-PAYEE-STATUS.
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
       FD  TERM-DEPOSIT-FILE.
       01  TERM-DEPOSIT-RECORD.
           COPY TDREC.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  PAYEE-FILE.
       01  PAYEE-RECORD.
           COPY PAYEREC.
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
           01 WS-TD-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-PAYEE-STATUS PIC XX.
           01 WS-PAYEE-OPEN PIC X VALUE "N".
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
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-ACCOUNT-NUMBER PIC 9(6).
           01 WS-FUNDING-ACCOUNT PIC 9(6).
           01 WS-DEPOSIT-CURRENCY PIC X(3).
           01 WS-DEPOSIT-BALANCE PIC S9(7)V9(2).
           01 WS-FUND-AMOUNT PIC 9(7)V9(2).
           01 WS-TERMS-OK PIC X VALUE "N".
           01 WS-NEW-RATE PIC 9V9(4).
           01 WS-NEW-TERM PIC 9(3).
           01 WS-NEW-BREAK-RATE PIC 9V9(4).
           01 WS-NEW-INSTRUCTION PIC X.
           01 WS-NEW-PAY-ACCT PIC 9(6).
           01 WS-NEW-PAYEE PIC 9(6).
           01 WS-INSTRUCTION-OK PIC X VALUE "N".
           01 WS-INSTRUCTION-NAME PIC X(20).
           01 WS-STATUS-NAME PIC X(8).
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
           01 WS-TRAN-TYPE PIC X(12).
           01 WS-LOG-ACCT-NUMBER PIC 9(6).
           01 WS-LOG-AMOUNT PIC 9(7)V9(2).
           01 WS-LOG-BALANCE PIC S9(7)V9(2).
           01 WS-LOG-CURRENCY PIC X(3).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-DISPLAY-VALUE PIC ---,---,---,---,---,--9.99.
           01 WS-CHG-STATUS PIC XX.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.
           PERFORM 0010-OPEN-TERM-DEPOSIT-FILE.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "[TERM DEPOSIT MAINTENANCE]"
               DISPLAY "(1. OPEN TERM DEPOSIT)"
               DISPLAY "(2. AMEND MATURITY INSTRUCTION)"
               DISPLAY "(3. DISPLAY TERM DEPOSIT)"
               DISPLAY "(4. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 0100-OPEN-DEPOSIT
                   WHEN 2
                       PERFORM 0200-AMEND-INSTRUCTION
                   WHEN 3
                       PERFORM 0300-DISPLAY-DEPOSIT
                   WHEN 4
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           CLOSE TERM-DEPOSIT-FILE.
           CLOSE ACCOUNT-FILE.
           IF WS-PAYEE-OPEN = "Y" THEN
               CLOSE PAYEE-FILE
           END-IF.
           IF WS-POSTED = "Y" THEN
               PERFORM 0095-WRITE-CONTROL-TOTALS
           END-IF.
           STOP RUN.

           0010-OPEN-TERM-DEPOSIT-FILE.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[NO ACCOUNT MASTER FILE - NOTHING TO "
                   "MAINTAIN]"
               STOP RUN
           END-IF.
           OPEN I-O TERM-DEPOSIT-FILE.
           IF WS-TD-STATUS = "35" THEN
               OPEN OUTPUT TERM-DEPOSIT-FILE
               CLOSE TERM-DEPOSIT-FILE
               OPEN I-O TERM-DEPOSIT-FILE
           END-IF.
           OPEN INPUT PAYEE-FILE.
           IF WS-PAYEE-STATUS = "00" THEN
               MOVE "Y" TO WS-PAYEE-OPEN
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

           0050-READ-DEPOSIT.

           DISPLAY "[ENTER TERM DEPOSIT ACCOUNT NUMBER]: ".
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO TD-ACCT-NUMBER.
           READ TERM-DEPOSIT-FILE
               KEY IS TD-ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TD-STATUS NOT = "00" THEN
               DISPLAY "[TERM DEPOSIT NOT FOUND]"
           END-IF.

           0055-READ-ACCOUNT.

           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.

      *> A deposit is opened on an account already set up in
      *> ACCTMAINT. The principal is the whole balance of that account
      *> once any funding transfer has been made; funding from another
      *> account moves cleared funds only, never the overdraft.
           0100-OPEN-DEPOSIT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           DISPLAY "[ENTER TERM DEPOSIT ACCOUNT NUMBER]: ".
           ACCEPT WS-ACCOUNT-NUMBER.
           PERFORM 0055-READ-ACCOUNT.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[ACCOUNT NOT FOUND - OPEN IT IN ACCTMAINT "
                   "FIRST]"
           ELSE
           MOVE ACCT-CURRENCY-CODE TO WS-DEPOSIT-CURRENCY
           MOVE ACCT-BALANCE TO WS-DEPOSIT-BALANCE
           MOVE WS-ACCOUNT-NUMBER TO TD-ACCT-NUMBER
           READ TERM-DEPOSIT-FILE
               KEY IS TD-ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TD-STATUS = "00" AND TD-IS-ACTIVE THEN
               DISPLAY "[ACCOUNT ALREADY HOLDS A RUNNING TERM "
                   "DEPOSIT]"
           ELSE
               PERFORM 0110-GET-FUNDING
               IF WS-TERMS-OK = "Y" THEN
                   PERFORM 0120-GET-TERMS
               END-IF
               IF WS-TERMS-OK = "Y" THEN
                   PERFORM 0150-GET-INSTRUCTION
                   MOVE WS-INSTRUCTION-OK TO WS-TERMS-OK
               END-IF
               IF WS-TERMS-OK = "Y" THEN
                   MOVE WS-TODAY-DATE TO WS-MATURITY-DATE
                   PERFORM 0160-ADD-TERM
                   COMPUTE WS-DISPLAY-VALUE =
                       WS-DEPOSIT-BALANCE + WS-FUND-AMOUNT
                   DISPLAY "[PRINCIPAL]: " WS-DISPLAY-VALUE
                       " " WS-DEPOSIT-CURRENCY
                   DISPLAY "[MATURES]: " WS-MATURITY-DATE
                   DISPLAY "[CONFIRM OPEN (Y/N)]: "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y" THEN
                       PERFORM 0130-FUND-DEPOSIT
                       PERFORM 0140-WRITE-DEPOSIT
                   ELSE
                       DISPLAY "[OPEN CANCELLED]"
                   END-IF
               END-IF
           END-IF
           END-IF.

           0110-GET-FUNDING.

           MOVE "Y" TO WS-TERMS-OK.
           MOVE ZERO TO WS-FUND-AMOUNT.
           DISPLAY "[FUND FROM ACCOUNT (0 IF ALREADY ON DEPOSIT)]: ".
           ACCEPT WS-FUNDING-ACCOUNT.
           IF WS-FUNDING-ACCOUNT = ZERO THEN
               IF WS-DEPOSIT-BALANCE NOT > ZERO THEN
                   DISPLAY "[NOTHING ON DEPOSIT - FUND FROM AN "
                       "ACCOUNT]"
                   MOVE "N" TO WS-TERMS-OK
               END-IF
           ELSE
           IF WS-FUNDING-ACCOUNT = WS-ACCOUNT-NUMBER THEN
               DISPLAY "[CANNOT FUND A DEPOSIT FROM ITSELF]"
               MOVE "N" TO WS-TERMS-OK
           ELSE
           MOVE WS-FUNDING-ACCOUNT TO TD-ACCT-NUMBER
           READ TERM-DEPOSIT-FILE
               KEY IS TD-ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TD-STATUS = "00" AND TD-IS-ACTIVE THEN
               DISPLAY "[FUNDING ACCOUNT IS ITSELF A TERM DEPOSIT]"
               MOVE "N" TO WS-TERMS-OK
           ELSE
           MOVE WS-FUNDING-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[FUNDING ACCOUNT NOT FOUND]"
               MOVE "N" TO WS-TERMS-OK
           ELSE
           IF ACCT-CURRENCY-CODE NOT = WS-DEPOSIT-CURRENCY THEN
               DISPLAY "[FUNDING CURRENCY " ACCT-CURRENCY-CODE
                   " DIFFERS FROM DEPOSIT CURRENCY "
                   WS-DEPOSIT-CURRENCY "]"
               MOVE "N" TO WS-TERMS-OK
           ELSE
               MOVE ACCT-AVAIL-BALANCE TO WS-DISPLAY-VALUE
               DISPLAY "[AVAILABLE TO FUND]: " WS-DISPLAY-VALUE
               DISPLAY "[ENTER AMOUNT TO PLACE ON DEPOSIT]: "
               ACCEPT WS-FUND-AMOUNT
               IF WS-FUND-AMOUNT = ZERO OR
                       WS-FUND-AMOUNT > ACCT-AVAIL-BALANCE THEN
                   DISPLAY "[AMOUNT MUST BE COVERED BY CLEARED "
                       "FUNDS]"
                   MOVE "N" TO WS-TERMS-OK
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           0120-GET-TERMS.

           DISPLAY "[ENTER FIXED ANNUAL RATE (0.NNNN)]: ".
           ACCEPT WS-NEW-RATE.
           DISPLAY "[ENTER TERM IN MONTHS (1-120)]: ".
           ACCEPT WS-NEW-TERM.
           DISPLAY "[ENTER BREAK CHARGE ON PRINCIPAL (0.NNNN)]: ".
           ACCEPT WS-NEW-BREAK-RATE.
           IF WS-NEW-TERM = ZERO OR WS-NEW-TERM > 120 THEN
               DISPLAY "[TERM MUST BE 1 TO 120 MONTHS]"
               MOVE "N" TO WS-TERMS-OK
           END-IF.

      *> Where the money goes at maturity. A nominated account must be
      *> in the deposit's currency; a payee must be on the payee
      *> master so the outbound payment carries bank details.
           0150-GET-INSTRUCTION.

           MOVE "N" TO WS-INSTRUCTION-OK.
           MOVE ZERO TO WS-NEW-PAY-ACCT.
           MOVE ZERO TO WS-NEW-PAYEE.
           DISPLAY "[AT MATURITY: R=ROLL OVER, A=PAY TO ACCOUNT, "
               "P=PAY TO PAYEE]: ".
           ACCEPT WS-NEW-INSTRUCTION.
           EVALUATE WS-NEW-INSTRUCTION
               WHEN "R"
                   MOVE "Y" TO WS-INSTRUCTION-OK
               WHEN "A"
                   PERFORM 0151-GET-PAY-ACCOUNT
               WHEN "P"
                   PERFORM 0152-GET-PAYEE
               WHEN OTHER
                   DISPLAY "[INVALID INSTRUCTION]"
           END-EVALUATE.

           0151-GET-PAY-ACCOUNT.

           DISPLAY "[ENTER ACCOUNT TO PAY AT MATURITY]: ".
           ACCEPT WS-NEW-PAY-ACCT.
           IF WS-NEW-PAY-ACCT = WS-ACCOUNT-NUMBER THEN
               DISPLAY "[USE ROLL OVER TO KEEP THE MONEY ON DEPOSIT]"
           ELSE
               MOVE WS-NEW-PAY-ACCT TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-STATUS NOT = "00" THEN
                   DISPLAY "[ACCOUNT NOT FOUND]"
               ELSE
               IF ACCT-CURRENCY-CODE NOT = WS-DEPOSIT-CURRENCY THEN
                   DISPLAY "[ACCOUNT CURRENCY " ACCT-CURRENCY-CODE
                       " DIFFERS FROM DEPOSIT CURRENCY "
                       WS-DEPOSIT-CURRENCY "]"
               ELSE
                   MOVE "Y" TO WS-INSTRUCTION-OK
               END-IF
               END-IF
           END-IF.

           0152-GET-PAYEE.

           DISPLAY "[ENTER PAYEE NUMBER]: ".
           ACCEPT WS-NEW-PAYEE.
           IF WS-PAYEE-OPEN NOT = "Y" THEN
               DISPLAY "[NO PAYEE MASTER - RUN PAYEMAINT FIRST]"
           ELSE
               MOVE WS-NEW-PAYEE TO PAYEE-NUMBER
               READ PAYEE-FILE
                   KEY IS PAYEE-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PAYEE-STATUS NOT = "00" THEN
                   DISPLAY "[PAYEE NOT FOUND]"
               ELSE
                   DISPLAY "[PAYEE]: " PAYEE-NAME
                   MOVE "Y" TO WS-INSTRUCTION-OK
               END-IF
           END-IF.

      *> Adds the term to WS-MATURITY-DATE, keeping the day of the
      *> month and falling back to the month end where it is short.
           0160-ADD-TERM.

           MOVE WS-MATURITY-DATE(1:4) TO WS-DUE-YEAR.
           MOVE WS-MATURITY-DATE(5:2) TO WS-DUE-MONTH.
           MOVE WS-MATURITY-DATE(7:2) TO WS-DUE-DAY.
           ADD WS-NEW-TERM TO WS-DUE-MONTH.
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

           0130-FUND-DEPOSIT.

           IF WS-FUND-AMOUNT > ZERO THEN
               MOVE WS-FUNDING-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               SUBTRACT WS-FUND-AMOUNT FROM ACCT-BALANCE
               SUBTRACT WS-FUND-AMOUNT FROM ACCT-AVAIL-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE "TRANSFER OUT" TO WS-TRAN-TYPE
               MOVE WS-FUNDING-ACCOUNT TO WS-LOG-ACCT-NUMBER
               MOVE WS-FUND-AMOUNT TO WS-LOG-AMOUNT
               MOVE ACCT-BALANCE TO WS-LOG-BALANCE
               MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY
               PERFORM 0290-LOG-TRANSACTION
               PERFORM 0055-READ-ACCOUNT
               ADD WS-FUND-AMOUNT TO ACCT-BALANCE
               ADD WS-FUND-AMOUNT TO ACCT-AVAIL-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE "TRANSFER IN" TO WS-TRAN-TYPE
               MOVE WS-ACCOUNT-NUMBER TO WS-LOG-ACCT-NUMBER
               MOVE WS-FUND-AMOUNT TO WS-LOG-AMOUNT
               MOVE ACCT-BALANCE TO WS-LOG-BALANCE
               MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY
               PERFORM 0290-LOG-TRANSACTION
               MOVE "Y" TO WS-POSTED
           ELSE
               PERFORM 0055-READ-ACCOUNT
           END-IF.

           0140-WRITE-DEPOSIT.

           MOVE WS-ACCOUNT-NUMBER TO TD-ACCT-NUMBER.
           MOVE "A" TO WS-CHG-ACTION.
           MOVE SPACES TO WS-CHG-BEFORE-IMAGE.
           READ TERM-DEPOSIT-FILE
               KEY IS TD-ACCT-NUMBER
               NOT INVALID KEY
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE TERM-DEPOSIT-RECORD TO WS-CHG-BEFORE-IMAGE
           END-READ.
           MOVE ACCT-BALANCE TO TD-PRINCIPAL.
           MOVE WS-NEW-RATE TO TD-RATE.
           MOVE WS-NEW-TERM TO TD-TERM-MONTHS.
           MOVE WS-TODAY-DATE TO TD-START-DATE.
           MOVE WS-MATURITY-DATE TO TD-MATURITY-DATE.
           MOVE WS-NEW-INSTRUCTION TO TD-INSTRUCTION.
           MOVE WS-NEW-PAY-ACCT TO TD-PAY-ACCT-NUMBER.
           MOVE WS-NEW-PAYEE TO TD-PAYEE-NUMBER.
           MOVE WS-NEW-BREAK-RATE TO TD-BREAK-RATE.
           MOVE "A" TO TD-STATUS.
           MOVE ZERO TO TD-CLOSED-DATE.
           WRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   REWRITE TERM-DEPOSIT-RECORD
           END-WRITE.
           MOVE "TDMSTR" TO WS-CHG-FILE-NAME.
           MOVE TD-ACCT-NUMBER TO WS-CHG-RECORD-KEY.
           MOVE TERM-DEPOSIT-RECORD TO WS-CHG-AFTER-IMAGE.
           PERFORM 0980-LOG-CHANGE.
           DISPLAY "[TERM DEPOSIT " WS-ACCOUNT-NUMBER " OPENED TO "
               TD-MATURITY-DATE "]".

           0200-AMEND-INSTRUCTION.

           PERFORM 0050-READ-DEPOSIT.
           IF WS-TD-STATUS = "00" THEN
               IF NOT TD-IS-ACTIVE THEN
                   DISPLAY "[TERM DEPOSIT IS NO LONGER RUNNING]"
               ELSE
                   PERFORM 0055-READ-ACCOUNT
                   MOVE ACCT-CURRENCY-CODE TO WS-DEPOSIT-CURRENCY
                   PERFORM 0350-SHOW-DEPOSIT
                   PERFORM 0150-GET-INSTRUCTION
                   IF WS-INSTRUCTION-OK = "Y" THEN
                       MOVE WS-ACCOUNT-NUMBER TO TD-ACCT-NUMBER
                       READ TERM-DEPOSIT-FILE
                           KEY IS TD-ACCT-NUMBER
                       END-READ
                       MOVE TERM-DEPOSIT-RECORD TO WS-CHG-BEFORE-IMAGE
                       MOVE WS-NEW-INSTRUCTION TO TD-INSTRUCTION
                       MOVE WS-NEW-PAY-ACCT TO TD-PAY-ACCT-NUMBER
                       MOVE WS-NEW-PAYEE TO TD-PAYEE-NUMBER
                       REWRITE TERM-DEPOSIT-RECORD
                       MOVE "TDMSTR" TO WS-CHG-FILE-NAME
                       MOVE TD-ACCT-NUMBER TO WS-CHG-RECORD-KEY
                       MOVE "C" TO WS-CHG-ACTION
                       MOVE TERM-DEPOSIT-RECORD TO WS-CHG-AFTER-IMAGE
                       PERFORM 0980-LOG-CHANGE
                       DISPLAY "[MATURITY INSTRUCTION AMENDED]"
                   END-IF
               END-IF
           END-IF.

           0300-DISPLAY-DEPOSIT.

           PERFORM 0050-READ-DEPOSIT.
           IF WS-TD-STATUS = "00" THEN
               PERFORM 0055-READ-ACCOUNT
               PERFORM 0350-SHOW-DEPOSIT
               IF WS-ACCT-STATUS = "00" THEN
                   MOVE ACCT-BALANCE TO WS-DISPLAY-VALUE
                   DISPLAY "[ACCOUNT BALANCE]: " WS-DISPLAY-VALUE
                       " " ACCT-CURRENCY-CODE
               END-IF
           END-IF.

           0350-SHOW-DEPOSIT.

           EVALUATE TRUE
               WHEN TD-ROLL-OVER
                   MOVE "ROLL OVER" TO WS-INSTRUCTION-NAME
               WHEN TD-PAY-TO-ACCOUNT
                   MOVE "PAY TO ACCOUNT" TO WS-INSTRUCTION-NAME
               WHEN TD-PAY-TO-PAYEE
                   MOVE "PAY TO PAYEE" TO WS-INSTRUCTION-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-INSTRUCTION-NAME
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TD-IS-ACTIVE
                   MOVE "RUNNING" TO WS-STATUS-NAME
               WHEN TD-IS-MATURED
                   MOVE "MATURED" TO WS-STATUS-NAME
               WHEN TD-IS-BROKEN
                   MOVE "BROKEN" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE.
           MOVE TD-PRINCIPAL TO WS-DISPLAY-VALUE.
           DISPLAY "[TERM DEPOSIT]: " TD-ACCT-NUMBER
               " " WS-STATUS-NAME.
           DISPLAY "[PRINCIPAL]: " WS-DISPLAY-VALUE.
           DISPLAY "[FIXED ANNUAL RATE]: " TD-RATE.
           DISPLAY "[TERM]: " TD-TERM-MONTHS " MONTH(S) FROM "
               TD-START-DATE " TO " TD-MATURITY-DATE.
           DISPLAY "[BREAK CHARGE ON PRINCIPAL]: " TD-BREAK-RATE.
           DISPLAY "[AT MATURITY]: " WS-INSTRUCTION-NAME.
           IF TD-PAY-TO-ACCOUNT THEN
               DISPLAY "[PAY TO ACCOUNT]: " TD-PAY-ACCT-NUMBER
           END-IF.
           IF TD-PAY-TO-PAYEE THEN
               DISPLAY "[PAY TO PAYEE]: " TD-PAYEE-NUMBER
           END-IF.
           IF NOT TD-IS-ACTIVE THEN
               DISPLAY "[CLOSED]: " TD-CLOSED-DATE
           END-IF.

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
           MOVE "TDMAINT" TO CTL-JOB-NAME.
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
           MOVE "TDMAINT" TO CH-PROGRAM-NAME.
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

       END PROGRAM TDMAINT.
