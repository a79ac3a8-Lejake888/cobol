               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT TD-FILE ASSIGN TO "TDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TD-STATUS.
           SELECT LOAN-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT AUTH-PARM-FILE ASSIGN TO "AUTHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               ALTERNATE RECORD KEY IS PA-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-PEND-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT BAND-FILE ASSIGN TO "PRODBAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAND-KEY
               FILE STATUS IS WS-BAND-STATUS.
           SELECT STAFF-LINK-FILE ASSIGN TO "STAFFCUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               ALTERNATE RECORD KEY IS SL-CUST-KEY
               FILE STATUS IS WS-LINK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.
       FD  TD-FILE.
       01  TD-RECORD.
           COPY TDREC.
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.
       FD  TRANSACTION-LOG.
       01  TRANLOG-RECORD.
           COPY TRANREC.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           COPY CTLREC.
       FD  RELATION-FILE.
       01  RELATION-RECORD.
           COPY RELREC.
      *> Dual-control thresholds: a limit raised above these figures
      *> waits for a second supervisor on ACCTAUTH.
       FD  AUTH-PARM-FILE.
       01  AUTH-PARM-RECORD.
           05 AP-OVERDRAFT-THRESHOLD PIC 9(7)V9(2).
           05 AP-DAILY-THRESHOLD   PIC 9(7)V9(2).
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY PENDREC.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY CALREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY RATEREC.
       FD  BAND-FILE.
       01  BAND-RECORD.
           COPY BANDREC.
       FD  STAFF-LINK-FILE.
       01  STAFF-LINK-RECORD.
           COPY STAFFLNK.
       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS PIC XX.
           01 WS-CTL-ACCT-EOF PIC X VALUE "N".
           01 WS-SO-STATUS PIC XX.
           01 WS-RETRY-STATUS PIC XX.
           01 WS-HOLD-STATUS PIC XX.
           01 WS-TD-STATUS PIC XX.
           01 WS-TD-RUNNING PIC X VALUE "N".
           01 WS-LOAN-STATUS PIC XX.
           01 WS-LOAN-EOF PIC X VALUE "N".
           01 WS-RUNNING-LOANS PIC 9(4) VALUE ZERO.
           01 WS-LOG-STATUS PIC XX.
           01 WS-RATE-STATUS PIC XX.
           01 WS-RATE-EOF PIC X VALUE "N".
           01 WS-RATE-DATE PIC 9(8).
           01 WS-LOG-RATE PIC 9(3)V9(4) VALUE ZERO.
           01 WS-LOG-BASE-AMOUNT PIC 9(7)V9(2) VALUE ZERO.
           01 WS-TM-STATUS PIC XX.
           01 WS-REF-STATUS PIC XX.
           01 WS-ARCH-STATUS PIC XX.
           01 WS-UNRELEASED-HOLDS PIC 9(4) VALUE ZERO.
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-CLOSE-OK PIC X VALUE "N".
           01 WS-REL-STATUS PIC XX.
           01 WS-REL-EOF PIC X VALUE "N".
           01 WS-LINK-STATUS PIC XX.
           01 WS-STAFF-CONFLICT PIC X VALUE "N".
           01 WS-CONFLICT-ACCT PIC 9(6).
           01 WS-CONFLICT-PRIMARY PIC 9(6).
           01 WS-CONFLICT-CUST PIC 9(6).
           01 WS-MANDATE-OK PIC X VALUE "N".
           01 WS-SIGNATORIES PIC 99 VALUE ZERO.
           01 WS-SIGNATURES PIC 99 VALUE ZERO.
           01 WS-MUST-SIGN PIC 99 VALUE ZERO.
           01 WS-RESIDUAL PIC 9(7)V9(2).
           01 WS-RESIDUAL-CURRENCY PIC X(3).
           01 WS-DEST-ACCOUNT PIC 9(6).
           01 WS-CURRENT-YRMO PIC 9(6).
           01 WS-INTEREST-RATE PIC 9V9(4).
           01 WS-INTEREST-AMOUNT PIC 9(7)V9(2).
           01 WS-BAND-STATUS PIC XX.
           01 WS-BAND-EOF PIC X VALUE "N".
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
           01 WS-TRAN-TYPE PIC X(12).
           01 WS-LOG-ACCT-NUMBER PIC 9(6).
           01 WS-LOG-AMOUNT PIC 9(7)V9(2).
           01 WS-LOG-CURRENCY PIC X(3).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-DISPLAY-VALUE PIC ---,---,---,---,---,--9.99.
           01 WS-PARM-STATUS PIC XX.
           01 WS-PEND-STATUS PIC XX.
           01 WS-PEND-EOF PIC X VALUE "N".
           01 WS-ALREADY-PENDING PIC X VALUE "N".
           01 WS-OVERDRAFT-THRESHOLD PIC 9(7)V9(2) VALUE 1000.00.
           01 WS-DAILY-THRESHOLD PIC 9(7)V9(2) VALUE 500.00.
           01 WS-CHANGE-TYPE PIC X.
           01 WS-OLD-VALUE PIC 9(7)V9(2).
           01 WS-CAL-STATUS PIC XX.
           01 WS-CAL-OPEN PIC X VALUE "N".
           01 WS-EXPIRY-DAYS PIC 9 VALUE 2.
           01 WS-EXPIRY-DATE PIC 9(8).
           01 WS-EXPIRY-INT PIC 9(8).
           01 WS-DAY-OF-WEEK PIC 9.
           01 WS-BUSINESS-DAY PIC X.
           01 WS-CHG-STATUS PIC XX.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.
           PERFORM 0030-LOAD-AUTH-THRESHOLDS.
           PERFORM 0010-OPEN-ACCOUNT-FILE.

           PERFORM UNTIL WS-DONE = "Y"
               STOP RUN
           END-IF.

           0030-LOAD-AUTH-THRESHOLDS.

           OPEN INPUT AUTH-PARM-FILE.
           IF WS-PARM-STATUS = "35" THEN
               OPEN OUTPUT AUTH-PARM-FILE
               MOVE WS-OVERDRAFT-THRESHOLD TO AP-OVERDRAFT-THRESHOLD
               MOVE WS-DAILY-THRESHOLD TO AP-DAILY-THRESHOLD
               WRITE AUTH-PARM-RECORD
               CLOSE AUTH-PARM-FILE
               DISPLAY "[AUTHORISATION THRESHOLDS CREATED WITH "
                   "DEFAULT VALUES]"
           ELSE
               READ AUTH-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AP-OVERDRAFT-THRESHOLD TO
                           WS-OVERDRAFT-THRESHOLD
                       MOVE AP-DAILY-THRESHOLD TO WS-DAILY-THRESHOLD
               END-READ
               CLOSE AUTH-PARM-FILE
           END-IF.

           0050-READ-ACCOUNT.

           DISPLAY "[ENTER ACCOUNT NUMBER]: ".
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "N" TO WS-STAFF-CONFLICT.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[ACCOUNT NOT FOUND]"
           ELSE
               MOVE ACCT-NUMBER TO WS-CONFLICT-ACCT
               MOVE ACCT-CUST-NUMBER TO WS-CONFLICT-PRIMARY
               PERFORM 0990-CHECK-STAFF-CONFLICT
           END-IF.

           0100-OPEN-NEW-ACCOUNT.
               IF WS-CUSTOMER-OK NOT = "Y" THEN
                   DISPLAY "[OPEN ABANDONED - NO SUCH CUSTOMER]"
               ELSE
               MOVE WS-ACCOUNT-NUMBER TO WS-CONFLICT-ACCT
               MOVE WS-CUSTOMER-NUMBER TO WS-CONFLICT-PRIMARY
               PERFORM 0990-CHECK-STAFF-CONFLICT
               IF WS-STAFF-CONFLICT = "Y" THEN
                   DISPLAY "[OPEN ABANDONED]"
               ELSE
               PERFORM 0150-GET-PRODUCT
               IF WS-PRODUCT-OK NOT = "Y" THEN
                   DISPLAY "[OPEN ABANDONED - NO SUCH PRODUCT]"
                   MOVE WS-NEW-CURRENCY TO ACCT-CURRENCY-CODE
                   MOVE ZERO TO ACCT-LAST-INTEREST-YRMO
                   MOVE ZERO TO ACCT-LAST-FEE-YRMO
                   MOVE ZERO TO ACCT-LAST-DEBIT-YRMO
                   MOVE "N" TO ACCT-DORMANT-FLAG
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO ACCT-LAST-ACTIVITY-DATE
                       NOT INVALID KEY
                           DISPLAY "[ACCOUNT " WS-ACCOUNT-NUMBER
                               " OPENED ON PRODUCT " PROD-CODE "]"
                           MOVE "ACCTMSTR" TO WS-CHG-FILE-NAME
                           MOVE ACCT-NUMBER TO WS-CHG-RECORD-KEY
                           MOVE "A" TO WS-CHG-ACTION
                           MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                           MOVE ACCOUNT-RECORD TO WS-CHG-AFTER-IMAGE
                           PERFORM 0980-LOG-CHANGE
                   END-WRITE
               END-IF
               END-IF
               END-IF
           END-IF.

           0160-GET-CUSTOMER.
           0200-CLOSE-ACCOUNT.

           PERFORM 0050-READ-ACCOUNT.
           IF WS-ACCT-STATUS = "00" AND WS-STAFF-CONFLICT = "N" THEN
               PERFORM 0210-CHECK-STANDING-ORDERS
               PERFORM 0220-CHECK-PENDING-RETRIES
               PERFORM 0225-CHECK-UNRELEASED-HOLDS
               PERFORM 0227-CHECK-TERM-DEPOSIT
               PERFORM 0228-CHECK-RUNNING-LOANS
               IF WS-ACTIVE-ORDERS > ZERO THEN
                   DISPLAY "[CLOSE REFUSED - " WS-ACTIVE-ORDERS
                       " ACTIVE STANDING ORDER(S) ON THE ACCOUNT]"
                       " UNRELEASED DEPOSIT HOLD(S) ON THE "
                       "ACCOUNT]"
               ELSE
               IF WS-TD-RUNNING = "Y" THEN
                   DISPLAY "[CLOSE REFUSED - TERM DEPOSIT RUNS TO "
                       TD-MATURITY-DATE "]"
               ELSE
               IF WS-RUNNING-LOANS > ZERO THEN
                   DISPLAY "[CLOSE REFUSED - " WS-RUNNING-LOANS
                       " RUNNING LOAN(S) REPAID FROM THE ACCOUNT]"
               ELSE
               IF ACCT-BALANCE < ZERO THEN
                   MOVE ACCT-BALANCE TO WS-DISPLAY-VALUE
                   DISPLAY "[CLOSE REFUSED - ACCOUNT OVERDRAWN]: "
               ELSE
                   MOVE ACCT-BALANCE TO WS-DISPLAY-VALUE
                   DISPLAY "[CURRENT BALANCE]: " WS-DISPLAY-VALUE
                   PERFORM 0280-CHECK-HOLDER-MANDATES
                   IF WS-MANDATE-OK NOT = "Y" THEN
                       DISPLAY "[CLOSE REFUSED - HOLDER MANDATES NOT "
                           "SATISFIED]"
                   ELSE
                   DISPLAY "[CONFIRM CLOSE OF ACCOUNT "
                       WS-ACCOUNT-NUMBER " (Y/N)]: "
                   ACCEPT WS-CONFIRM
                       IF WS-CLOSE-OK = "Y" THEN
                           PERFORM 0250-PURGE-HOLDS
                           PERFORM 0260-ARCHIVE-ACCOUNT
                           MOVE ACCOUNT-RECORD TO WS-CHG-BEFORE-IMAGE
                           DELETE ACCOUNT-FILE RECORD
                           MOVE "ACCTMSTR" TO WS-CHG-FILE-NAME
                           MOVE WS-ACCOUNT-NUMBER TO WS-CHG-RECORD-KEY
                           MOVE "D" TO WS-CHG-ACTION
                           MOVE SPACES TO WS-CHG-AFTER-IMAGE
                           PERFORM 0980-LOG-CHANGE
                           PERFORM 0285-END-RELATIONSHIPS
                           PERFORM 0270-LOG-CLOSE-EVENT
                           DISPLAY "[ACCOUNT CLOSED AND ARCHIVED]"
                       ELSE
                   ELSE
                       DISPLAY "[CLOSE ABANDONED]"
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *> Closure needs a signed instruction from the holders. Each
      *> holder who can sign is asked for in turn: at least one must
      *> have signed, and a holder on a both-to-sign mandate below
      *> the balance being paid away must have signed personally,
      *> with a second signatory alongside. An account with no
      *> relationship records has only its primary holder.
           0280-CHECK-HOLDER-MANDATES.

           MOVE "Y" TO WS-MANDATE-OK.
           MOVE ZERO TO WS-SIGNATORIES.
           MOVE ZERO TO WS-SIGNATURES.
           MOVE ZERO TO WS-MUST-SIGN.
           OPEN INPUT RELATION-FILE.
           IF WS-REL-STATUS = "00" THEN
               OPEN INPUT CUSTOMER-FILE
               MOVE "N" TO WS-REL-EOF
               MOVE ACCT-NUMBER TO REL-ACCT-NUMBER
               MOVE ZERO TO REL-CUST-NUMBER
               START RELATION-FILE
                   KEY IS NOT LESS THAN REL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-REL-EOF
               END-START
               PERFORM UNTIL WS-REL-EOF = "Y"
                   READ RELATION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-REL-EOF
                       NOT AT END
                           IF REL-ACCT-NUMBER NOT = ACCT-NUMBER THEN
                               MOVE "Y" TO WS-REL-EOF
                           ELSE
                               IF REL-CAN-SIGN THEN
                                   PERFORM 0281-ASK-HOLDER-SIGNATURE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
               CLOSE RELATION-FILE
           END-IF.
           IF WS-SIGNATORIES > ZERO THEN
               IF WS-SIGNATURES = ZERO THEN
                   DISPLAY "[NO HOLDER HAS SIGNED THE CLOSURE]"
                   MOVE "N" TO WS-MANDATE-OK
               END-IF
               IF WS-MUST-SIGN > ZERO AND WS-SIGNATORIES > 1 AND
                       WS-SIGNATURES < 2 THEN
                   DISPLAY "[BOTH-TO-SIGN MANDATE NEEDS A SECOND "
                       "SIGNATORY]"
                   MOVE "N" TO WS-MANDATE-OK
               END-IF
           END-IF.

           0281-ASK-HOLDER-SIGNATURE.

           ADD 1 TO WS-SIGNATORIES.
           MOVE REL-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-FILE
               KEY IS CUST-NUMBER
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
           END-READ.
           DISPLAY "[HAS CUSTOMER " REL-CUST-NUMBER " " CUST-NAME
               " (ROLE " REL-ROLE ", MANDATE " REL-MANDATE
               ") SIGNED THE CLOSURE (Y/N)]: ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" THEN
               ADD 1 TO WS-SIGNATURES
           END-IF.
           IF REL-BOTH-TO-SIGN AND
                   ACCT-BALANCE > REL-MANDATE-LIMIT THEN
               ADD 1 TO WS-MUST-SIGN
               IF WS-CONFIRM NOT = "Y" THEN
                   DISPLAY "[MANDATE OF CUSTOMER " REL-CUST-NUMBER
                       " REQUIRES THEIR SIGNATURE]"
                   MOVE "N" TO WS-MANDATE-OK
               END-IF
           END-IF.

      *> The account's relationships end with it.
           0285-END-RELATIONSHIPS.

           OPEN I-O RELATION-FILE.
           IF WS-REL-STATUS = "00" THEN
               MOVE "N" TO WS-REL-EOF
               MOVE WS-ACCOUNT-NUMBER TO REL-ACCT-NUMBER
               MOVE ZERO TO REL-CUST-NUMBER
               START RELATION-FILE
                   KEY IS NOT LESS THAN REL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-REL-EOF
               END-START
               PERFORM UNTIL WS-REL-EOF = "Y"
                   READ RELATION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-REL-EOF
                       NOT AT END
                           IF REL-ACCT-NUMBER NOT = WS-ACCOUNT-NUMBER
                                   THEN
                               MOVE "Y" TO WS-REL-EOF
                           ELSE
                               DELETE RELATION-FILE RECORD
                               MOVE "ACCTREL" TO WS-CHG-FILE-NAME
                               MOVE REL-KEY TO WS-CHG-RECORD-KEY
                               MOVE "D" TO WS-CHG-ACTION
                               MOVE RELATION-RECORD
                                   TO WS-CHG-BEFORE-IMAGE
                               MOVE SPACES TO WS-CHG-AFTER-IMAGE
                               PERFORM 0980-LOG-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELATION-FILE
           END-IF.

           0210-CHECK-STANDING-ORDERS.
               CLOSE HOLD-FILE
           END-IF.

      *> A running term deposit is paid away by TDMATURE, or broken
      *> early at the terminal under supervisor override - closing
      *> the account here would pay out the principal with no break
      *> charge.
           0227-CHECK-TERM-DEPOSIT.

           MOVE "N" TO WS-TD-RUNNING.
           OPEN INPUT TD-FILE.
           IF WS-TD-STATUS = "00" THEN
               MOVE WS-ACCOUNT-NUMBER TO TD-ACCT-NUMBER
               READ TD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TD-IS-ACTIVE THEN
                           MOVE "Y" TO WS-TD-RUNNING
                       END-IF
               END-READ
               CLOSE TD-FILE
           END-IF.

      *> Instalments are collected from the repayment account, so it
      *> stays open until every loan drawing on it is repaid.
           0228-CHECK-RUNNING-LOANS.

           MOVE ZERO TO WS-RUNNING-LOANS.
           MOVE "N" TO WS-LOAN-EOF.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-LOAN-EOF
           ELSE
               PERFORM UNTIL WS-LOAN-EOF = "Y"
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LOAN-EOF
                       NOT AT END
                           IF LN-REPAY-ACCT-NUMBER =
                                   WS-ACCOUNT-NUMBER AND
                                   LN-IS-ACTIVE THEN
                               ADD 1 TO WS-RUNNING-LOANS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

           0230-POST-FINAL-INTEREST.

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURRENT-YRMO.
                   ACCT-LAST-INTEREST-YRMO NOT =
                       WS-CURRENT-YRMO THEN
               PERFORM 0235-GET-PRODUCT-RATE
               MOVE ACCT-BALANCE TO WS-BAND-BALANCE
               PERFORM 0232-CALC-TIERED-INTEREST
               IF WS-INTEREST-AMOUNT > ZERO THEN
                   ADD WS-INTEREST-AMOUNT TO ACCT-BALANCE
                   ADD WS-INTEREST-AMOUNT TO ACCT-AVAIL-BALANCE
                   MOVE WS-INTEREST-AMOUNT TO WS-LOG-AMOUNT
                   MOVE ACCT-BALANCE TO WS-LOG-BALANCE
                   MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY
                   PERFORM 0236-GET-GBP-RATE
                   PERFORM 0290-LOG-TRANSACTION
                   MOVE WS-INTEREST-AMOUNT TO WS-DISPLAY-VALUE
                   DISPLAY "[FINAL INTEREST POSTED]: "
               END-IF
           END-IF.

      *> Interest on WS-BAND-BALANCE. With no bands in force the flat
      *> rate applies. Otherwise each band runs from its floor up to
      *> the next band's floor: on the whole-balance method only the
      *> band the balance falls in is paid, on the whole balance; on
      *> the marginal method every band the balance reaches is paid
      *> on the slice of the balance inside it.
           0232-CALC-TIERED-INTEREST.

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
                       PERFORM 0233-PAY-ONE-BAND
                   END-IF
               END-PERFORM
           END-IF.

           0233-PAY-ONE-BAND.

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

      *> The product's flat rate and band method, and the bands in
      *> force today when the product holds any on PRODBAND.
           0235-GET-PRODUCT-RATE.

           MOVE ZERO TO WS-INTEREST-RATE.
           MOVE "W" TO WS-TIER-METHOD.
           MOVE ZERO TO WS-BAND-COUNT.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS = "00" THEN
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               END-READ
               IF WS-PROD-STATUS = "00" THEN
                   MOVE PROD-INTEREST-RATE TO WS-INTEREST-RATE
                   MOVE PROD-TIER-METHOD TO WS-TIER-METHOD
                   PERFORM 0237-LOAD-RATE-BANDS
               END-IF
               CLOSE PRODUCT-FILE
           END-IF.

      *> Interest credited in a foreign currency carries the buy rate
      *> in force on the day and its GBP equivalent, so that it can be
      *> stated in sterling on the year-end tax certificate.
           0236-GET-GBP-RATE.

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

      *> Only the latest band set dated on or before today is kept: an
      *> earlier set is dropped as soon as a later one is read.
           0237-LOAD-RATE-BANDS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BAND-DATE.
           MOVE ZERO TO WS-BAND-SET-DATE.
           OPEN INPUT BAND-FILE.
           IF WS-BAND-STATUS = "00" THEN
               MOVE "N" TO WS-BAND-EOF
               MOVE ACCT-PRODUCT-CODE TO BAND-PROD-CODE
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
                           IF BAND-PROD-CODE NOT = ACCT-PRODUCT-CODE
                                   OR BAND-EFFECTIVE-DATE >
                                       WS-BAND-DATE
                               MOVE "Y" TO WS-BAND-EOF
                           ELSE
                               PERFORM 0238-KEEP-BAND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAND-FILE
           END-IF.

           0238-KEEP-BAND.

           IF BAND-EFFECTIVE-DATE NOT = WS-BAND-SET-DATE THEN
               MOVE BAND-EFFECTIVE-DATE TO WS-BAND-SET-DATE
               MOVE ZERO TO WS-BAND-COUNT
           END-IF.
           IF WS-BAND-COUNT < 10 THEN
               ADD 1 TO WS-BAND-COUNT
               MOVE BAND-FLOOR TO WS-BT-FLOOR(WS-BAND-COUNT)
               MOVE BAND-INTEREST-RATE TO WS-BT-RATE(WS-BAND-COUNT)
           END-IF.

           0240-SETTLE-RESIDUAL.

           MOVE "Y" TO WS-CLOSE-OK.
           MOVE "ACCOUNT CLOSED" TO SE-EVENT-TYPE.
           MOVE "SUCCESS" TO SE-OUTCOME.
           MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
           MOVE SPACES TO SE-AUTHORISER-ID.
           MOVE ZERO TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.
           CLOSE SECURITY-LOG.

           MOVE WS-LOG-BALANCE TO TL-BALANCE.
           MOVE WS-LOG-CURRENCY TO TL-CURRENCY-CODE.
           MOVE WS-NEW-REF TO TL-REF-NUMBER.
           MOVE WS-LOG-RATE TO TL-RATE.
           MOVE WS-LOG-BASE-AMOUNT TO TL-BASE-AMOUNT.
           MOVE SPACES TO TL-FX-CURRENCY.
           MOVE ZERO TO TL-PAYEE-NUMBER.
           MOVE SPACES TO TL-TERMINAL-ID.
           WRITE TRANLOG-RECORD.
           CLOSE TRANSACTION-LOG.
           MOVE ZERO TO WS-LOG-RATE.
           MOVE ZERO TO WS-LOG-BASE-AMOUNT.
           PERFORM 0093-WRITE-TRAN-MASTER.

           0092-ALLOCATE-REFERENCE.
           MOVE TL-FX-CURRENCY TO TM-FX-CURRENCY.
           MOVE TL-PAYEE-NUMBER TO TM-PAYEE-NUMBER.
           MOVE TL-TERMINAL-ID TO TM-TERMINAL-ID.
           MOVE ZERO TO TM-LINK-REF.
           MOVE WS-OPERATOR-ID TO TM-OPERATOR-ID.
           WRITE TRAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           0300-AMEND-OVERDRAFT.

           PERFORM 0050-READ-ACCOUNT.
           IF WS-ACCT-STATUS = "00" AND WS-STAFF-CONFLICT = "N" THEN
               MOVE ACCT-OVERDRAFT-LIMIT TO WS-DISPLAY-VALUE
               DISPLAY "[CURRENT OVERDRAFT LIMIT]: " WS-DISPLAY-VALUE
               DISPLAY "[ENTER NEW OVERDRAFT LIMIT]: "
               ACCEPT WS-NEW-LIMIT
               IF WS-NEW-LIMIT > ACCT-OVERDRAFT-LIMIT AND
                       WS-NEW-LIMIT > WS-OVERDRAFT-THRESHOLD THEN
                   MOVE "O" TO WS-CHANGE-TYPE
                   MOVE ACCT-OVERDRAFT-LIMIT TO WS-OLD-VALUE
                   PERFORM 0910-QUEUE-FOR-AUTHORISATION
               ELSE
                   MOVE ACCOUNT-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE WS-NEW-LIMIT TO ACCT-OVERDRAFT-LIMIT
                   REWRITE ACCOUNT-RECORD
                   MOVE "ACCTMSTR" TO WS-CHG-FILE-NAME
                   MOVE ACCT-NUMBER TO WS-CHG-RECORD-KEY
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE ACCOUNT-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
                   DISPLAY "[OVERDRAFT LIMIT AMENDED]"
               END-IF
           END-IF.

           0400-AMEND-DAILY-LIMIT.

           PERFORM 0050-READ-ACCOUNT.
           IF WS-ACCT-STATUS = "00" AND WS-STAFF-CONFLICT = "N" THEN
               MOVE ACCT-DAILY-LIMIT TO WS-DISPLAY-VALUE
               DISPLAY "[CURRENT DAILY LIMIT]: " WS-DISPLAY-VALUE
               DISPLAY "[ENTER NEW DAILY LIMIT]: "
               ACCEPT WS-NEW-LIMIT
               IF WS-NEW-LIMIT > ACCT-DAILY-LIMIT AND
                       WS-NEW-LIMIT > WS-DAILY-THRESHOLD THEN
                   MOVE "D" TO WS-CHANGE-TYPE
                   MOVE ACCT-DAILY-LIMIT TO WS-OLD-VALUE
                   PERFORM 0910-QUEUE-FOR-AUTHORISATION
               ELSE
                   MOVE ACCOUNT-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE WS-NEW-LIMIT TO ACCT-DAILY-LIMIT
                   REWRITE ACCOUNT-RECORD
                   MOVE "ACCTMSTR" TO WS-CHG-FILE-NAME
                   MOVE ACCT-NUMBER TO WS-CHG-RECORD-KEY
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE ACCOUNT-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
                   DISPLAY "[DAILY LIMIT AMENDED]"
               END-IF
           END-IF.

           0500-AMEND-CURRENCY.

           PERFORM 0050-READ-ACCOUNT.
           IF WS-ACCT-STATUS = "00" AND WS-STAFF-CONFLICT = "N" THEN
               DISPLAY "[CURRENT CURRENCY CODE]: " ACCT-CURRENCY-CODE
               DISPLAY "[ENTER NEW CURRENCY CODE (GBP/USD/EUR)]: "
               ACCEPT WS-NEW-CURRENCY
               MOVE ACCOUNT-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE WS-NEW-CURRENCY TO ACCT-CURRENCY-CODE
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMSTR" TO WS-CHG-FILE-NAME
               MOVE ACCT-NUMBER TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE ACCOUNT-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               DISPLAY "[CURRENCY CODE AMENDED]"
           END-IF.

           0600-UNLOCK-ACCOUNT.

      *> Every unlock needs a second supervisor: the request waits on
      *> PENDAUTH and ACCTAUTH clears the lock once it is approved.
           PERFORM 0050-READ-ACCOUNT.
           IF WS-ACCT-STATUS = "00" AND WS-STAFF-CONFLICT = "N" THEN
               IF ACCT-NOT-LOCKED THEN
                   DISPLAY "[ACCOUNT IS NOT LOCKED]"
               ELSE
                   MOVE "U" TO WS-CHANGE-TYPE
                   MOVE ZERO TO WS-OLD-VALUE
                   MOVE ZERO TO WS-NEW-LIMIT
                   PERFORM 0910-QUEUE-FOR-AUTHORISATION
               END-IF
           END-IF.

           0910-QUEUE-FOR-AUTHORISATION.

           OPEN I-O PENDING-FILE.
           IF WS-PEND-STATUS = "35" THEN
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           PERFORM 0915-CHECK-ALREADY-PENDING.
           IF WS-ALREADY-PENDING = "Y" THEN
               DISPLAY "[A CHANGE OF THIS KIND IS ALREADY AWAITING "
                   "AUTHORISATION]"
           ELSE
               PERFORM 0920-SET-EXPIRY-DATE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO PA-REQ-DATE
               MOVE WS-CURRENT-DATETIME(9:6) TO PA-REQ-TIME
               MOVE WS-ACCOUNT-NUMBER TO PA-ACCT-NUMBER
               MOVE WS-CHANGE-TYPE TO PA-CHANGE-TYPE
               MOVE WS-ACCOUNT-NUMBER TO PA-AK-ACCT-NUMBER
               MOVE WS-CHANGE-TYPE TO PA-AK-CHANGE-TYPE
               MOVE WS-OLD-VALUE TO PA-OLD-VALUE
               MOVE WS-NEW-LIMIT TO PA-NEW-VALUE
               MOVE WS-OPERATOR-ID TO PA-MAKER-ID
               MOVE WS-EXPIRY-DATE TO PA-EXPIRY-DATE
               MOVE "P" TO PA-STATUS
               MOVE SPACES TO PA-CHECKER-ID
               MOVE ZERO TO PA-DECISION-DATE
               MOVE ZERO TO PA-DECISION-TIME
               WRITE PENDING-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-PEND-STATUS = "00" THEN
                   PERFORM 0930-LOG-AUTH-REQUEST
                   DISPLAY "[CHANGE AWAITS A SECOND SUPERVISOR ON "
                       "ACCTAUTH - EXPIRES " WS-EXPIRY-DATE "]"
               ELSE
                   DISPLAY "[CHANGE NOT QUEUED - TRY AGAIN]"
               END-IF
           END-IF.
           CLOSE PENDING-FILE.

           0915-CHECK-ALREADY-PENDING.

           MOVE "N" TO WS-ALREADY-PENDING.
           MOVE "N" TO WS-PEND-EOF.
           MOVE WS-ACCOUNT-NUMBER TO PA-AK-ACCT-NUMBER.
           MOVE WS-CHANGE-TYPE TO PA-AK-CHANGE-TYPE.
           START PENDING-FILE
               KEY IS EQUAL TO PA-ACCT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PEND-EOF
           END-START.
           PERFORM UNTIL WS-PEND-EOF = "Y"
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PEND-EOF
                   NOT AT END
                       IF PA-AK-ACCT-NUMBER NOT = WS-ACCOUNT-NUMBER OR
                               PA-AK-CHANGE-TYPE NOT = WS-CHANGE-TYPE
                               THEN
                           MOVE "Y" TO WS-PEND-EOF
                       ELSE
                           IF PA-IS-PENDING THEN
                               MOVE "Y" TO WS-ALREADY-PENDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           0920-SET-EXPIRY-DATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EXPIRY-DATE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS = "00" THEN
               MOVE "Y" TO WS-CAL-OPEN
           ELSE
               MOVE "N" TO WS-CAL-OPEN
           END-IF.
           PERFORM 0921-ADD-BUSINESS-DAY WS-EXPIRY-DAYS TIMES.
           IF WS-CAL-OPEN = "Y" THEN
               CLOSE CALENDAR-FILE
           END-IF.

           0921-ADD-BUSINESS-DAY.

           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(WS-EXPIRY-DATE) + 1.
           COMPUTE WS-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT).
           MOVE "N" TO WS-BUSINESS-DAY.
           PERFORM 0922-CHECK-BUSINESS-DAY
               UNTIL WS-BUSINESS-DAY = "Y".

           0922-CHECK-BUSINESS-DAY.

           MOVE "Y" TO WS-BUSINESS-DAY.
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(WS-EXPIRY-DATE).
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-EXPIRY-INT, 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0 THEN
               MOVE "N" TO WS-BUSINESS-DAY
           ELSE
               IF WS-CAL-OPEN = "Y" THEN
                   MOVE WS-EXPIRY-DATE TO CAL-DATE
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
               ADD 1 TO WS-EXPIRY-INT
               COMPUTE WS-EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT)
           END-IF.

           0930-LOG-AUTH-REQUEST.

           OPEN EXTEND SECURITY-LOG.
           IF WS-SEC-STATUS = "35" THEN
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF.
           MOVE PA-REQ-DATE TO SE-DATE.
           MOVE PA-REQ-TIME TO SE-TIME.
           MOVE WS-ACCOUNT-NUMBER TO SE-ACCT-NUMBER.
           MOVE "AUTH REQUEST" TO SE-EVENT-TYPE.
           MOVE "PENDING" TO SE-OUTCOME.
           MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
           MOVE SPACES TO SE-AUTHORISER-ID.
           MOVE ZERO TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.
           CLOSE SECURITY-LOG.

           0700-DISPLAY-ACCOUNT.

           PERFORM 0050-READ-ACCOUNT.
           IF WS-ACCT-STATUS = "00" AND WS-STAFF-CONFLICT = "N" THEN
               DISPLAY "[ACCOUNT]: " ACCT-NUMBER
               MOVE ACCT-BALANCE TO WS-DISPLAY-VALUE
               DISPLAY "[BALANCE]: " WS-DISPLAY-VALUE
               CLOSE TRANSACTION-LOG
           END-IF.

      *> Every add, change and delete is written to CHGLOG with the
      *> record as it stood before and after. The caller sets the file,
      *> key, action and both images; a second change to the same
      *> record within the same hundredth of a second moves on by one.
           0980-LOG-CHANGE.

      *> PINs and secret codes never go to the log.
           IF WS-CHG-FILE-NAME = "ACCTMSTR" OR
                   WS-CHG-FILE-NAME = "USERMSTR" THEN
               IF WS-CHG-BEFORE-IMAGE NOT = SPACES THEN
                   MOVE "****" TO WS-CHG-BEFORE-IMAGE(7:4)
               END-IF
               IF WS-CHG-AFTER-IMAGE NOT = SPACES THEN
                   MOVE "****" TO WS-CHG-AFTER-IMAGE(7:4)
               END-IF
           END-IF.
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
           MOVE "ACCTMAINT" TO CH-PROGRAM-NAME.
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

      *> No operator may act on an account held by a customer linked
      *> to them on STAFFCUS - themselves or a relative. The primary
      *> holder and every holder on ACCTREL are checked; a refusal is
      *> logged to SECLOG for the compliance review.
           0990-CHECK-STAFF-CONFLICT.

           MOVE "N" TO WS-STAFF-CONFLICT.
           OPEN INPUT STAFF-LINK-FILE.
           IF WS-LINK-STATUS = "00" THEN
               MOVE WS-CONFLICT-PRIMARY TO WS-CONFLICT-CUST
               PERFORM 0991-CHECK-STAFF-LINK
               OPEN INPUT RELATION-FILE
               IF WS-REL-STATUS = "00" THEN
                   MOVE "N" TO WS-REL-EOF
                   MOVE WS-CONFLICT-ACCT TO REL-ACCT-NUMBER
                   MOVE ZERO TO REL-CUST-NUMBER
                   START RELATION-FILE
                       KEY IS NOT LESS THAN REL-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-REL-EOF
                   END-START
                   PERFORM UNTIL WS-REL-EOF = "Y"
                           OR WS-STAFF-CONFLICT = "Y"
                       READ RELATION-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-REL-EOF
                           NOT AT END
                               IF REL-ACCT-NUMBER NOT =
                                       WS-CONFLICT-ACCT THEN
                                   MOVE "Y" TO WS-REL-EOF
                               ELSE
                                   MOVE REL-CUST-NUMBER TO
                                       WS-CONFLICT-CUST
                                   PERFORM 0991-CHECK-STAFF-LINK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELATION-FILE
               END-IF
               CLOSE STAFF-LINK-FILE
           END-IF.
           IF WS-STAFF-CONFLICT = "Y" THEN
               DISPLAY "[CUSTOMER " WS-CONFLICT-CUST " IS LINKED TO "
                   "OPERATOR " WS-OPERATOR-ID " - ANOTHER OPERATOR "
                   "MUST ACT ON THIS ACCOUNT]"
               PERFORM 0995-LOG-STAFF-CONFLICT
           END-IF.

           0991-CHECK-STAFF-LINK.

           IF WS-CONFLICT-CUST NOT = ZERO THEN
               MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
               MOVE WS-CONFLICT-CUST TO SL-CUST-NUMBER
               READ STAFF-LINK-FILE
                   KEY IS SL-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-LINK-STATUS = "00" THEN
                   MOVE "Y" TO WS-STAFF-CONFLICT
               END-IF
           END-IF.

           0995-LOG-STAFF-CONFLICT.

           OPEN EXTEND SECURITY-LOG.
           IF WS-SEC-STATUS = "35" THEN
               OPEN OUTPUT SECURITY-LOG
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO SE-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO SE-TIME.
           MOVE WS-CONFLICT-ACCT TO SE-ACCT-NUMBER.
           MOVE "STAFF CONFLICT" TO SE-EVENT-TYPE.
           MOVE "REFUSED" TO SE-OUTCOME.
           MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
           MOVE SPACES TO SE-AUTHORISER-ID.
           MOVE ZERO TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.
           CLOSE SECURITY-LOG.

       END PROGRAM ACCTMAINT.
