           SELECT CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT INFLIGHT-JOURNAL ASSIGN USING WS-JRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RECOVERY-REPORT ASSIGN TO "ATMRECOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.
           SELECT TERMINAL-JOURNAL ASSIGN USING WS-EJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJ-STATUS.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TD-STATUS.
           SELECT STAFF-LINK-FILE ASSIGN TO "STAFFCUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               ALTERNATE RECORD KEY IS SL-CUST-KEY
               FILE STATUS IS WS-LINK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           COPY CTLREC.
       FD  INFLIGHT-JOURNAL.
       01  INFLIGHT-RECORD.
           COPY INFLTREC.
       FD  RECOVERY-REPORT.
       01  RECOVERY-LINE PIC X(150).
       FD  TERMINAL-JOURNAL.
       01  TERMINAL-JOURNAL-RECORD.
           COPY EJRNREC.
       FD  RELATION-FILE.
       01  RELATION-RECORD.
           COPY RELREC.
       FD  TERM-DEPOSIT-FILE.
       01  TERM-DEPOSIT-RECORD.
           COPY TDREC.
       FD  STAFF-LINK-FILE.
       01  STAFF-LINK-RECORD.
           COPY STAFFLNK.
       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS PIC XX.
           01 WS-CTL-ACCT-EOF PIC X VALUE "N".
           01 WS-SUPERVISOR-INPUT PIC 9(4).
           01 WS-USER-STATUS PIC XX.
           01 WS-OVERRIDE-OK PIC X VALUE "N".
      *> A supervisor linked on STAFFCUS to a holder of the account -
      *> themselves or a relative - may not override on it.
           01 WS-LINK-STATUS PIC XX.
           01 WS-STAFF-CONFLICT PIC X VALUE "N".
           01 WS-CONFLICT-CUST PIC 9(6).
           01 WS-LOG-STATUS PIC XX.
           01 WS-LOG-EOF PIC X VALUE "N".
           01 WS-SESSION-DONE PIC X VALUE "N".
               05 WS-INPUTTED-PIN PIC 9(4).
               05 WS-AMOUNT-TO-INPUT PIC 9(7)V9(2).
           01 WS-DISPLAY-VALUE PIC ---,---,---,---,---,--9.99.
      *> In-flight journal. WS-JRNL-DETAIL mirrors IJ-DETAIL: it is
      *> staged before the intent is written and reloaded from the
      *> journal when an unfinished entry is recovered.
           01 WS-JRNL-STATUS PIC XX.
           01 WS-JRNL-EOF PIC X VALUE "N".
           01 WS-JRNL-FILE-NAME.
               05 FILLER PIC X(9) VALUE "INFLIGHT.".
               05 WS-JRNL-FILE-TERM PIC X(4).
           01 WS-JRNL-SEQ PIC 9(6) VALUE ZERO.
           01 WS-JRNL-STEP PIC X.
           01 WS-JRNL-DATE PIC 9(8).
           01 WS-JRNL-TIME PIC 9(6).
           01 WS-JRNL-DETAIL.
               05 WS-JRNL-TRAN-TYPE PIC X(12).
               05 WS-JRNL-ACCT PIC 9(6).
               05 WS-JRNL-AMOUNT PIC 9(7)V9(2).
               05 WS-JRNL-BEFORE PIC S9(7)V9(2).
               05 WS-JRNL-CURRENCY PIC X(3).
               05 WS-JRNL-RATE PIC 9(3)V9(4).
               05 WS-JRNL-BASE-AMOUNT PIC 9(7)V9(2).
               05 WS-JRNL-FX-CURRENCY PIC X(3).
               05 WS-JRNL-DEST-ACCT PIC 9(6).
               05 WS-JRNL-DEST-AMOUNT PIC 9(7)V9(2).
               05 WS-JRNL-DEST-BEFORE PIC S9(7)V9(2).
               05 WS-JRNL-DEST-CURRENCY PIC X(3).
               05 WS-JRNL-DEST-RATE PIC 9(3)V9(4).
           01 WS-JRNL-OPEN-ENTRY PIC X VALUE "N".
           01 WS-JRNL-ACCT-DONE PIC X VALUE "N".
           01 WS-JRNL-NOTES-DONE PIC X VALUE "N".
           01 WS-JRNL-LOGGED PIC X VALUE "N".
           01 WS-JRNL-SOURCE-DONE PIC X VALUE "N".
           01 WS-RECOV-STATUS PIC XX.
           01 WS-RECOV-ACTION PIC X(50).
           01 WS-RECOV-REF PIC 9(12).
           01 WS-TEST-ACCT PIC 9(6).
           01 WS-TEST-BEFORE PIC S9(7)V9(2).
           01 WS-TEST-AFTER PIC S9(7)V9(2).
           01 WS-TEST-MARK PIC X.
           01 WS-TEST-APPLIED PIC X.
           01 WS-TEST-SURE PIC X VALUE "Y".
           01 WS-RECOV-UNSURE PIC X VALUE "N".
           01 WS-RECOV-HOLD-FOUND PIC X VALUE "N".
           01 WS-FIND-ACCT PIC 9(6).
           01 WS-FIND-TYPE PIC X(12).
           01 WS-FIND-AMOUNT PIC 9(7)V9(2).
           01 WS-FOUND-REF PIC 9(12).
      *> Terminal electronic journal - one file per terminal per day,
      *> named when the card is entered so a session stays together.
           01 WS-EJ-STATUS PIC XX.
           01 WS-EJ-FILE-NAME.
               05 FILLER PIC X(9) VALUE "EJOURNAL.".
               05 WS-EJ-FILE-TERM PIC X(4).
               05 FILLER PIC X VALUE ".".
               05 WS-EJ-FILE-DATE PIC 9(8).
           01 WS-EJ-SESSION-STAMP PIC 9(14) VALUE ZERO.
           01 WS-EJ-EVENT PIC X(12).
           01 WS-EJ-FUNCTION PIC X(12) VALUE SPACES.
           01 WS-EJ-AMOUNT PIC 9(7)V9(2) VALUE ZERO.
           01 WS-EJ-CURRENCY PIC X(3) VALUE SPACES.
           01 WS-EJ-OUTCOME PIC X(8) VALUE SPACES.
           01 WS-EJ-REASON PIC X(20) VALUE SPACES.
           01 WS-EJ-REF PIC 9(12) VALUE ZERO.
      *> Account holders. The card holder's relationship to the
      *> account in use decides what they may do: a trust
      *> beneficiary may only enquire, and a holder on a both-to-sign
      *> mandate cannot take out more than the mandate limit alone.
           01 WS-REL-STATUS PIC XX.
           01 WS-REL-EOF PIC X VALUE "N".
           01 WS-REL-OPEN PIC X VALUE "N".
           01 WS-CARD-CUST-NUMBER PIC 9(6) VALUE ZERO.
      *> Replacement cards. The first good PIN on a card is dated on
      *> the card master, and on a card CARDREIS issued it stops the
      *> card it replaces, which until then stays usable.
           01 WS-CARD-FIRST-USE PIC X VALUE "N".
           01 WS-OLD-CARD-NUMBER PIC 9(10) VALUE ZERO.
           01 WS-HOLDER-FOUND PIC X VALUE "N".
           01 WS-HOLDER-ROLE PIC X VALUE "P".
           01 WS-HOLDER-MANDATE PIC X VALUE "E".
           01 WS-HOLDER-LIMIT PIC 9(7)V9(2) VALUE ZERO.
      *> Term deposits. Money may not leave a running deposit before
      *> it matures unless a supervisor agrees to break it, which
      *> forfeits the interest and takes the break charge.
           01 WS-TD-STATUS PIC XX.
           01 WS-TD-BLOCKED PIC X VALUE "N".
           01 WS-TD-CONFIRM PIC X.
           01 WS-BREAK-CHARGE PIC 9(7)V9(2).
      *> A break agreed while checking a withdrawal is only carried
      *> out once the withdrawal is sure to go through.
           01 WS-TD-BREAK-PENDING PIC X VALUE "N".
           01 WS-TD-BREAK-SUPERVISOR PIC X(6).
           01 WS-SAVE-LOG-RATE PIC 9(3)V9(4).
           01 WS-SAVE-LOG-BASE-AMOUNT PIC 9(7)V9(2).
           01 WS-SAVE-LOG-FX-CURRENCY PIC X(3).
       PROCEDURE DIVISION.
           PERFORM 0045-IDENTIFY-TERMINAL.
           PERFORM 0050-OPEN-ACCOUNT-FILE.
           PERFORM 0300-RECOVER-IN-FLIGHT.

           DISPLAY "[INSERT CARD - ENTER CARD NUMBER]: ".
           ACCEPT WS-CARD-NUMBER.
           PERFORM 0365-START-SESSION-JOURNAL.
           PERFORM 0055-VALIDATE-CARD.
           IF WS-CARD-OK NOT = "Y" THEN
               PERFORM 0361-JOURNAL-DECLINE
               PERFORM 0363-JOURNAL-SESSION-END
               PERFORM 0080-CLOSE-ACCOUNT-FILE
               STOP RUN
           END-IF.
           PERFORM 0060-READ-ACCOUNT.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[ACCOUNT NOT FOUND]"
               MOVE "ACCOUNT NOT FOUND" TO WS-EJ-REASON
               PERFORM 0361-JOURNAL-DECLINE
               PERFORM 0363-JOURNAL-SESSION-END
               PERFORM 0080-CLOSE-ACCOUNT-FILE
               STOP RUN
           END-IF.
           PERFORM 0100-PIN-CHECK.

           PERFORM 0085-OFFER-ACCOUNT-SELECTION.
           MOVE "ACCT SELECT" TO WS-EJ-EVENT.
           PERFORM 0360-JOURNAL-INTERACTION.

           IF ACCT-IS-DORMANT THEN
               PERFORM 0083-DORMANT-CHALLENGE
               UNTIL WS-SESSION-DONE = "Y".

           DISPLAY "[SESSION ENDED - PLEASE TAKE YOUR CARD]".
           PERFORM 0363-JOURNAL-SESSION-END.
           PERFORM 0080-CLOSE-ACCOUNT-FILE.
           PERFORM 0095-WRITE-CONTROL-TOTALS.
           STOP RUN.
           DISPLAY "(6. TRANSFER MONEY)".
           DISPLAY "(7. EXIT / RETURN CARD)".
           ACCEPT WS-CHOICE.
           PERFORM 0366-JOURNAL-MENU-CHOICE.

           IF WS-CHOICE = 1 THEN
                MOVE WS-ACCOUNT-BALANCE TO WS-DISPLAY-VALUE
           IF WS-CHOICE = 2 THEN
               DISPLAY "[HOW MUCH MONEY DO YOU WANT TO WITHDRAW?]: "
               ACCEPT WS-AMOUNT-TO-INPUT
               MOVE WS-AMOUNT-TO-INPUT TO WS-EJ-AMOUNT
               PERFORM 0110-CONVERT-TO-ACCOUNT-CURRENCY
               PERFORM 0367-JOURNAL-AMOUNT
               IF WS-RATE-OK NOT = "Y" THEN
                   DISPLAY "[TRANSACTION REJECTED]"
                   MOVE "NO EXCHANGE RATE" TO WS-EJ-REASON
                   PERFORM 0361-JOURNAL-DECLINE
               ELSE
                   PERFORM 0105-CHECK-WITHDRAWAL-LIMITS
                   IF WS-WITHDRAWAL-OK NOT = "Y" THEN
                       PERFORM 0361-JOURNAL-DECLINE
                       PERFORM 0111A-CLEAR-FX-DETAILS
                   ELSE
                   PERFORM 0106-PLAN-NOTE-MIX
                   IF WS-DISPENSE-OK NOT = "Y" THEN
                       DISPLAY "[AMOUNT CANNOT BE DISPENSED WITH "
                           "AVAILABLE NOTES]"
                       MOVE "NOTES UNAVAILABLE" TO WS-EJ-REASON
                       PERFORM 0361-JOURNAL-DECLINE
                       PERFORM 0111A-CLEAR-FX-DETAILS
                   ELSE
                       IF WS-TD-BREAK-PENDING = "Y" THEN
                           PERFORM 0143-COMMIT-TD-BREAK
                       END-IF
                       MOVE "WITHDRAWAL" TO WS-JRNL-TRAN-TYPE
                       PERFORM 0351-STAGE-ACCOUNT-INTENT
                       COMPUTE WS-ACCOUNT-BALANCE =
                       WS-ACCOUNT-BALANCE - WS-AMOUNT-TO-INPUT
                       SUBTRACT WS-AMOUNT-TO-INPUT
                       ADD WS-AMOUNT-TO-INPUT TO ACCT-DAILY-WITHDRAWN
                       PERFORM 0075-RECORD-ACTIVITY
                       PERFORM 0070-REWRITE-ACCOUNT
                       MOVE "A" TO WS-JRNL-STEP
                       PERFORM 0355-JOURNAL-STEP
                       PERFORM 0108-DISPENSE-NOTES
                       MOVE "N" TO WS-JRNL-STEP
                       PERFORM 0355-JOURNAL-STEP
                       MOVE "WITHDRAWAL" TO WS-TRAN-TYPE
                       MOVE WS-ACCOUNT-NUMBER TO WS-LOG-ACCT-NUMBER
                       MOVE WS-AMOUNT-TO-INPUT TO WS-LOG-AMOUNT
                       MOVE WS-ACCOUNT-BALANCE TO WS-LOG-BALANCE
                       MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY
                       PERFORM 0090-LOG-TRANSACTION
                       MOVE "D" TO WS-JRNL-STEP
                       PERFORM 0355-JOURNAL-STEP
                       PERFORM 0362-JOURNAL-APPROVED
                       DISPLAY "[TRANSACTION COMPLETE]"
                       MOVE WS-AMOUNT-TO-INPUT TO WS-DISPLAY-VALUE
                       DISPLAY "[AMOUNT WITHDRAWN]: "
           IF WS-CHOICE = 3 THEN
               DISPLAY "[HOW MUCH MONEY DO YOU WANT TO DEPOSIT?]: "
               ACCEPT WS-AMOUNT-TO-INPUT
               MOVE WS-AMOUNT-TO-INPUT TO WS-EJ-AMOUNT
               PERFORM 0110-CONVERT-TO-ACCOUNT-CURRENCY
               PERFORM 0367-JOURNAL-AMOUNT
               IF WS-RATE-OK NOT = "Y" THEN
                   DISPLAY "[TRANSACTION REJECTED]"
                   MOVE "NO EXCHANGE RATE" TO WS-EJ-REASON
                   PERFORM 0361-JOURNAL-DECLINE
               ELSE
                   MOVE "DEPOSIT" TO WS-JRNL-TRAN-TYPE
                   PERFORM 0351-STAGE-ACCOUNT-INTENT
                   COMPUTE WS-ACCOUNT-BALANCE =
                   WS-ACCOUNT-BALANCE + WS-AMOUNT-TO-INPUT
                   PERFORM 0075-RECORD-ACTIVITY
                   PERFORM 0070-REWRITE-ACCOUNT
                   MOVE "A" TO WS-JRNL-STEP
                   PERFORM 0355-JOURNAL-STEP
                   MOVE "DEPOSIT" TO WS-TRAN-TYPE
                   MOVE WS-ACCOUNT-NUMBER TO WS-LOG-ACCT-NUMBER
                   MOVE WS-AMOUNT-TO-INPUT TO WS-LOG-AMOUNT
                   MOVE WS-ACCOUNT-BALANCE TO WS-LOG-BALANCE
                   MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY
                   PERFORM 0090-LOG-TRANSACTION
                   MOVE "L" TO WS-JRNL-STEP
                   PERFORM 0355-JOURNAL-STEP
                   PERFORM 0130-CREATE-DEPOSIT-HOLD
                   MOVE "D" TO WS-JRNL-STEP
                   PERFORM 0355-JOURNAL-STEP
                   PERFORM 0362-JOURNAL-APPROVED
                   DISPLAY "[TRANSACTION COMPLETE]"
                   MOVE WS-AMOUNT-TO-INPUT TO WS-DISPLAY-VALUE
                   DISPLAY "[AMOUNT DEPOSITED]: " WS-CURRENCY-SYMBOL
           END-IF.

           IF WS-CHOICE = 4 THEN
               IF WS-HOLDER-ROLE = "T" THEN
                   DISPLAY "[NOT PERMITTED - NO SIGNING AUTHORITY "
                       "ON THIS ACCOUNT]"
                   MOVE "NO SIGNING AUTHORITY" TO WS-EJ-REASON
                   PERFORM 0361-JOURNAL-DECLINE
               ELSE
                   DISPLAY "[ENTER YOUR PIN AGAIN]:"
                   ACCEPT WS-INPUTTED-PIN WITH SECURE
                   PERFORM 02000-CHANGE-PIN
               END-IF
           END-IF.

           IF WS-CHOICE = 5 THEN
               MOVE "GBP" TO ACCT-CURRENCY-CODE
               MOVE 0 TO ACCT-LAST-INTEREST-YRMO
               MOVE 0 TO ACCT-LAST-FEE-YRMO
               MOVE 0 TO ACCT-LAST-DEBIT-YRMO
               MOVE "CURR" TO ACCT-PRODUCT-CODE
               MOVE "N" TO ACCT-DORMANT-FLAG
               MOVE FUNCTION CURRENT-DATE(1:8)
               MOVE "USD" TO ACCT-CURRENCY-CODE
               MOVE 0 TO ACCT-LAST-INTEREST-YRMO
               MOVE 0 TO ACCT-LAST-FEE-YRMO
               MOVE 0 TO ACCT-LAST-DEBIT-YRMO
               MOVE "CURR" TO ACCT-PRODUCT-CODE
               MOVE "N" TO ACCT-DORMANT-FLAG
               MOVE FUNCTION CURRENT-DATE(1:8)
           MOVE WS-SEED-EXPIRY TO CARD-EXPIRY-YRMO.
           MOVE "A" TO CARD-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CARD-ISSUE-DATE.
           MOVE 1 TO CARD-CUST-NUMBER.
           MOVE ZERO TO CARD-REPLACES-NUMBER.
           MOVE ZERO TO CARD-REPLACED-BY-NUMBER.
           MOVE ZERO TO CARD-FIRST-USE-DATE.
           WRITE CARD-RECORD.
           MOVE 1000100002 TO CARD-NUMBER.
           MOVE 100002 TO CARD-ACCT-NUMBER.
           MOVE WS-SEED-EXPIRY TO CARD-EXPIRY-YRMO.
           MOVE "A" TO CARD-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CARD-ISSUE-DATE.
           MOVE 2 TO CARD-CUST-NUMBER.
           MOVE ZERO TO CARD-REPLACES-NUMBER.
           MOVE ZERO TO CARD-REPLACED-BY-NUMBER.
           MOVE ZERO TO CARD-FIRST-USE-DATE.
           WRITE CARD-RECORD.
           CLOSE CARD-FILE.
           OPEN INPUT CARD-FILE.
           END-IF.
           IF WS-CARD-STATUS NOT = "00" THEN
               DISPLAY "[NO CARD MASTER - MACHINE OUT OF SERVICE]"
               MOVE "OUT OF SERVICE" TO WS-EJ-REASON
           ELSE
               MOVE WS-CARD-NUMBER TO CARD-NUMBER
               READ CARD-FILE
               IF WS-CARD-STATUS NOT = "00" THEN
                   DISPLAY "[CARD NOT RECOGNISED - PLEASE TAKE "
                       "YOUR CARD]"
                   MOVE "CARD NOT RECOGNISED" TO WS-EJ-REASON
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:6)
                       TO WS-CURRENT-YRMO
                           PERFORM 0091-LOG-SECURITY-EVENT
                           DISPLAY "[THIS CARD HAS BEEN RETAINED - "
                               "PLEASE CONTACT THE BRANCH]"
                           MOVE "CARD RETAINED" TO WS-EJ-REASON
                       WHEN CARD-IS-STOPPED
                           MOVE CARD-ACCT-NUMBER
                               TO WS-ACCOUNT-NUMBER
                           PERFORM 0091-LOG-SECURITY-EVENT
                           DISPLAY "[CARD STOPPED - PLEASE TAKE "
                               "YOUR CARD AND CONTACT THE BRANCH]"
                           MOVE "CARD STOPPED" TO WS-EJ-REASON
                       WHEN CARD-EXPIRY-YRMO < WS-CURRENT-YRMO
                           DISPLAY "[CARD EXPIRED - PLEASE TAKE "
                               "YOUR CARD]"
                           MOVE "CARD EXPIRED" TO WS-EJ-REASON
                       WHEN OTHER
                           MOVE "Y" TO WS-CARD-OK
                           MOVE CARD-CUST-NUMBER
                               TO WS-CARD-CUST-NUMBER
                           IF CARD-FIRST-USE-DATE = ZERO THEN
                               MOVE "Y" TO WS-CARD-FIRST-USE
                               MOVE CARD-REPLACES-NUMBER
                                   TO WS-OLD-CARD-NUMBER
                           END-IF
                   END-EVALUATE
               END-IF
               CLOSE CARD-FILE
           END-IF.

           0058-RECORD-FIRST-USE.

           OPEN I-O CARD-FILE.
           IF WS-CARD-STATUS = "00" THEN
               MOVE WS-CARD-NUMBER TO CARD-NUMBER
               READ CARD-FILE
                   KEY IS CARD-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CARD-STATUS = "00" THEN
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO CARD-FIRST-USE-DATE
                   REWRITE CARD-RECORD
               END-IF
               IF WS-OLD-CARD-NUMBER NOT = ZERO THEN
                   MOVE WS-OLD-CARD-NUMBER TO CARD-NUMBER
                   READ CARD-FILE
                       KEY IS CARD-NUMBER
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-CARD-STATUS = "00" AND CARD-IS-ACTIVE THEN
                       MOVE "S" TO CARD-STATUS
                       REWRITE CARD-RECORD
                       MOVE "CARD SUPERSEDED" TO WS-SEC-EVENT-TYPE
                       MOVE "STOPPED" TO WS-SEC-OUTCOME
                       PERFORM 0091-LOG-SECURITY-EVENT
                   END-IF
               END-IF
               CLOSE CARD-FILE
           END-IF.
           MOVE "N" TO WS-CARD-FIRST-USE.

           0060-READ-ACCOUNT.

           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER.
               DISPLAY "[ACCOUNT REACTIVATED]"
           ELSE
               DISPLAY "[SESSION ENDED - PLEASE CONTACT THE BRANCH]"
               MOVE "DORMANT DECLINED" TO WS-EJ-REASON
               PERFORM 0361-JOURNAL-DECLINE
               PERFORM 0363-JOURNAL-SESSION-END
               PERFORM 0080-CLOSE-ACCOUNT-FILE
               STOP RUN
           END-IF.

           CLOSE ACCOUNT-FILE.

      *> The customer is the card holder, or the account's primary
      *> holder for a card issued before holders were recorded.
           0085-OFFER-ACCOUNT-SELECTION.

           MOVE WS-CARD-CUST-NUMBER TO WS-OWN-CUST-NUMBER.
           IF WS-OWN-CUST-NUMBER = ZERO THEN
               MOVE ACCT-CUST-NUMBER TO WS-OWN-CUST-NUMBER
           END-IF.
           MOVE "N" TO WS-REL-OPEN.
           OPEN INPUT RELATION-FILE.
           IF WS-REL-STATUS = "00" THEN
               MOVE "Y" TO WS-REL-OPEN
           END-IF.
           PERFORM 0088-LOAD-HOLDER-MANDATE.
           IF WS-HOLDER-FOUND NOT = "Y" THEN
               DISPLAY "[CARD HOLDER IS NOT ON THIS ACCOUNT - "
                   "PLEASE CONTACT THE BRANCH]"
               MOVE "NOT ACCOUNT HOLDER" TO WS-EJ-REASON
               PERFORM 0361-JOURNAL-DECLINE
               PERFORM 0363-JOURNAL-SESSION-END
               IF WS-REL-OPEN = "Y" THEN
                   CLOSE RELATION-FILE
               END-IF
               PERFORM 0080-CLOSE-ACCOUNT-FILE
               STOP RUN
           END-IF.
           IF WS-OWN-CUST-NUMBER NOT = ZERO THEN
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-STATUS = "00" THEN
                   MOVE WS-OWN-CUST-NUMBER TO CUST-NUMBER
                   READ CUSTOMER-FILE
                       KEY IS CUST-NUMBER
                       INVALID KEY
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.
           IF WS-REL-OPEN = "Y" THEN
               CLOSE RELATION-FILE
           END-IF.

      *> Accounts the customer owns outright, then those held jointly,
      *> under a power of attorney or as a trust beneficiary.
           0086-LIST-CUSTOMER-ACCOUNTS.

           DISPLAY "[ACCOUNTS HELD BY " CUST-NAME "]".
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REL-OPEN = "Y" THEN
               MOVE "N" TO WS-REL-EOF
               MOVE WS-OWN-CUST-NUMBER TO REL-CK-CUST-NUMBER
               MOVE ZERO TO REL-CK-ACCT-NUMBER
               START RELATION-FILE
                   KEY IS NOT LESS THAN REL-CUST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-REL-EOF
               END-START
               PERFORM UNTIL WS-REL-EOF = "Y"
                   READ RELATION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-REL-EOF
                       NOT AT END
                           IF REL-CK-CUST-NUMBER NOT =
                                   WS-OWN-CUST-NUMBER THEN
                               MOVE "Y" TO WS-REL-EOF
                           ELSE
                               PERFORM 0089-OFFER-HELD-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM 0060-READ-ACCOUNT.

           0087-PICK-ACCOUNT.
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-STATUS = "00" THEN
                   PERFORM 0088-LOAD-HOLDER-MANDATE
                   IF WS-HOLDER-FOUND = "Y" AND ACCT-NOT-LOCKED THEN
                       MOVE "Y" TO WS-SELECT-OK
                   END-IF
               END-IF
               IF WS-SELECT-OK = "Y" THEN
                   MOVE WS-SELECT-ACCOUNT TO WS-ACCOUNT-NUMBER
                       "]"
               ELSE
                   DISPLAY "[ACCOUNT SELECTION REFUSED]"
                   MOVE "ACCT SELECT" TO WS-EJ-EVENT
                   MOVE "DECLINED" TO WS-EJ-OUTCOME
                   MOVE "SELECTION REFUSED" TO WS-EJ-REASON
                   PERFORM 0360-JOURNAL-INTERACTION
                   PERFORM 0060-READ-ACCOUNT
                   PERFORM 0088-LOAD-HOLDER-MANDATE
               END-IF
           END-IF.

      *> Role and mandate of WS-OWN-CUST-NUMBER on the account in the
      *> record area. The primary holder of an account with no
      *> relationship records holds it alone, either to sign.
           0088-LOAD-HOLDER-MANDATE.

           MOVE "N" TO WS-HOLDER-FOUND.
           MOVE "P" TO WS-HOLDER-ROLE.
           MOVE "E" TO WS-HOLDER-MANDATE.
           MOVE ZERO TO WS-HOLDER-LIMIT.
           IF WS-OWN-CUST-NUMBER = ZERO OR
                   WS-OWN-CUST-NUMBER = ACCT-CUST-NUMBER THEN
               MOVE "Y" TO WS-HOLDER-FOUND
           END-IF.
           IF WS-REL-OPEN = "Y" AND WS-OWN-CUST-NUMBER NOT = ZERO
                   THEN
               MOVE ACCT-NUMBER TO REL-ACCT-NUMBER
               MOVE WS-OWN-CUST-NUMBER TO REL-CUST-NUMBER
               READ RELATION-FILE
                   KEY IS REL-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-REL-STATUS = "00" THEN
                   MOVE "Y" TO WS-HOLDER-FOUND
                   MOVE REL-ROLE TO WS-HOLDER-ROLE
                   MOVE REL-MANDATE TO WS-HOLDER-MANDATE
                   MOVE REL-MANDATE-LIMIT TO WS-HOLDER-LIMIT
               END-IF
           END-IF.

      *> An account held through a relationship record; one the
      *> customer is also primary on was listed from the master.
           0089-OFFER-HELD-ACCOUNT.

           MOVE REL-CK-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS = "00" AND
                   ACCT-CUST-NUMBER NOT = WS-OWN-CUST-NUMBER THEN
               ADD 1 TO WS-ACCTS-OFFERED
               EVALUATE TRUE
                   WHEN REL-IS-JOINT
                       DISPLAY "  " ACCT-NUMBER " "
                           ACCT-PRODUCT-CODE " "
                           ACCT-CURRENCY-CODE " JOINT"
                   WHEN REL-IS-ATTORNEY
                       DISPLAY "  " ACCT-NUMBER " "
                           ACCT-PRODUCT-CODE " "
                           ACCT-CURRENCY-CODE " ATTORNEY"
                   WHEN REL-IS-BENEFICIARY
                       DISPLAY "  " ACCT-NUMBER " "
                           ACCT-PRODUCT-CODE " "
                           ACCT-CURRENCY-CODE " BENEFICIARY"
                   WHEN OTHER
                       DISPLAY "  " ACCT-NUMBER " "
                           ACCT-PRODUCT-CODE " "
                           ACCT-CURRENCY-CODE
               END-EVALUATE
           END-IF.

           0090-LOG-TRANSACTION.

           PERFORM 0092-ALLOCATE-REFERENCE.
           MOVE TL-FX-CURRENCY TO TM-FX-CURRENCY.
           MOVE TL-PAYEE-NUMBER TO TM-PAYEE-NUMBER.
           MOVE TL-TERMINAL-ID TO TM-TERMINAL-ID.
           MOVE ZERO TO TM-LINK-REF.
           MOVE WS-SEC-OPERATOR-ID TO TM-OPERATOR-ID.
           WRITE TRAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           MOVE WS-SEC-EVENT-TYPE TO SE-EVENT-TYPE.
           MOVE WS-SEC-OUTCOME TO SE-OUTCOME.
           MOVE WS-SEC-OPERATOR-ID TO SE-OPERATOR-ID.
           MOVE SPACES TO SE-AUTHORISER-ID.
           MOVE ZERO TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.
           CLOSE SECURITY-LOG.

               MOVE 0 TO ACCT-DAILY-WITHDRAWN
               MOVE WS-TODAY-DATE TO ACCT-LAST-WD-DATE
           END-IF.
           IF WS-HOLDER-ROLE = "T" THEN
               DISPLAY "[NOT PERMITTED - NO SIGNING AUTHORITY ON "
                   "THIS ACCOUNT]"
               MOVE "NO SIGNING AUTHORITY" TO WS-EJ-REASON
               MOVE "N" TO WS-WITHDRAWAL-OK
           ELSE
           IF WS-HOLDER-MANDATE = "B" AND
                   WS-AMOUNT-TO-INPUT > WS-HOLDER-LIMIT THEN
               DISPLAY "[AMOUNT NEEDS A SECOND SIGNATORY - PLEASE "
                   "CONTACT THE BRANCH]"
               MOVE "MANDATE LIMIT" TO WS-EJ-REASON
               MOVE "N" TO WS-WITHDRAWAL-OK
           ELSE
           PERFORM 0140-CHECK-TERM-DEPOSIT
           IF WS-TD-BLOCKED = "Y" THEN
               MOVE "N" TO WS-WITHDRAWAL-OK
           ELSE
           IF WS-AMOUNT-TO-INPUT + ACCT-DAILY-WITHDRAWN
                   > ACCT-DAILY-LIMIT THEN
               DISPLAY "[DAILY WITHDRAWAL LIMIT EXCEEDED]"
               MOVE "DAILY LIMIT" TO WS-EJ-REASON
               MOVE "N" TO WS-WITHDRAWAL-OK
           ELSE
               IF WS-AMOUNT-TO-INPUT + WS-BREAK-CHARGE >
                       ACCT-AVAIL-BALANCE + ACCT-OVERDRAFT-LIMIT THEN
                   DISPLAY "[INVALID TRANSACTION, INSUFFICIENT "
                       "AVAILABLE FUNDS]"
                   MOVE "INSUFFICIENT FUNDS" TO WS-EJ-REASON
                   MOVE "N" TO WS-WITHDRAWAL-OK
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 0070-REWRITE-ACCOUNT.

           0140-CHECK-TERM-DEPOSIT.

           MOVE "N" TO WS-TD-BLOCKED.
           MOVE "N" TO WS-TD-BREAK-PENDING.
           MOVE ZERO TO WS-BREAK-CHARGE.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF WS-TD-STATUS = "00" THEN
               MOVE WS-ACCOUNT-NUMBER TO TD-ACCT-NUMBER
               READ TERM-DEPOSIT-FILE
                   KEY IS TD-ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TD-STATUS = "00" AND TD-IS-ACTIVE AND
                       TD-MATURITY-DATE > WS-TODAY-DATE THEN
                   PERFORM 0141-BREAK-TERM-DEPOSIT
               END-IF
               CLOSE TERM-DEPOSIT-FILE
           END-IF.

           0141-BREAK-TERM-DEPOSIT.

           COMPUTE WS-BREAK-CHARGE ROUNDED =
               TD-PRINCIPAL * TD-BREAK-RATE.
           MOVE WS-BREAK-CHARGE TO WS-DISPLAY-VALUE.
           DISPLAY "[TERM DEPOSIT - FIXED UNTIL " TD-MATURITY-DATE
               "]".
           DISPLAY "[TAKING MONEY OUT NOW BREAKS THE DEPOSIT: "
               "INTEREST IS LOST AND A CHARGE OF "
               WS-CURRENCY-SYMBOL WS-DISPLAY-VALUE " APPLIES]".
           DISPLAY "[BREAK THE DEPOSIT (Y/N)]: ".
           ACCEPT WS-TD-CONFIRM.
           IF WS-TD-CONFIRM NOT = "Y" AND WS-TD-CONFIRM NOT = "y"
                   THEN
               MOVE "Y" TO WS-TD-BLOCKED
               MOVE "TERM NOT MATURED" TO WS-EJ-REASON
           ELSE
               DISPLAY "[SUPERVISOR OVERRIDE REQUIRED]"
               PERFORM 0081-VERIFY-SUPERVISOR
               MOVE WS-SUPERVISOR-ID TO WS-SEC-OPERATOR-ID
               MOVE "TD BREAK" TO WS-SEC-EVENT-TYPE
               IF WS-OVERRIDE-OK NOT = "Y" THEN
                   DISPLAY "[OVERRIDE REFUSED]"
                   MOVE "FAILURE" TO WS-SEC-OUTCOME
                   PERFORM 0091-LOG-SECURITY-EVENT
                   MOVE "Y" TO WS-TD-BLOCKED
                   MOVE "OVERRIDE REFUSED" TO WS-EJ-REASON
               ELSE
                   MOVE "Y" TO WS-TD-BREAK-PENDING
                   MOVE WS-SUPERVISOR-ID TO WS-TD-BREAK-SUPERVISOR
               END-IF
               MOVE SPACES TO WS-SEC-OPERATOR-ID
           END-IF.

      *> Called once every check on the withdrawal or transfer has
      *> passed, with the source account record read and before the
      *> posting is journalled, so the charge is in the balance the
      *> journal holds.
           0143-COMMIT-TD-BREAK.

           MOVE "N" TO WS-TD-BREAK-PENDING.
           MOVE WS-TD-BREAK-SUPERVISOR TO WS-SEC-OPERATOR-ID.
           MOVE "TD BREAK" TO WS-SEC-EVENT-TYPE.
           MOVE "SUCCESS" TO WS-SEC-OUTCOME.
           PERFORM 0091-LOG-SECURITY-EVENT.
           IF WS-BREAK-CHARGE > ZERO THEN
               PERFORM 0142-POST-BREAK-CHARGE
           END-IF.
           MOVE SPACES TO WS-SEC-OPERATOR-ID.
           OPEN I-O TERM-DEPOSIT-FILE.
           IF WS-TD-STATUS = "00" THEN
               MOVE WS-ACCOUNT-NUMBER TO TD-ACCT-NUMBER
               READ TERM-DEPOSIT-FILE
                   KEY IS TD-ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TD-STATUS = "00" AND TD-IS-ACTIVE THEN
                   MOVE "B" TO TD-STATUS
                   MOVE WS-TODAY-DATE TO TD-CLOSED-DATE
                   REWRITE TERM-DEPOSIT-RECORD
               END-IF
               CLOSE TERM-DEPOSIT-FILE
           END-IF.
           DISPLAY "[TERM DEPOSIT BROKEN]".

      *> The charge is its own posting; any currency details already
      *> staged for the withdrawal itself are kept for that posting.
           0142-POST-BREAK-CHARGE.

           MOVE WS-LOG-RATE TO WS-SAVE-LOG-RATE.
           MOVE WS-LOG-BASE-AMOUNT TO WS-SAVE-LOG-BASE-AMOUNT.
           MOVE WS-LOG-FX-CURRENCY TO WS-SAVE-LOG-FX-CURRENCY.
           PERFORM 0111A-CLEAR-FX-DETAILS.
           COMPUTE WS-ACCOUNT-BALANCE =
               WS-ACCOUNT-BALANCE - WS-BREAK-CHARGE.
           SUBTRACT WS-BREAK-CHARGE FROM ACCT-AVAIL-BALANCE.
           PERFORM 0070-REWRITE-ACCOUNT.
           MOVE "TD BREAK FEE" TO WS-TRAN-TYPE.
           MOVE WS-ACCOUNT-NUMBER TO WS-LOG-ACCT-NUMBER.
           MOVE WS-BREAK-CHARGE TO WS-LOG-AMOUNT.
           MOVE WS-ACCOUNT-BALANCE TO WS-LOG-BALANCE.
           MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY.
           PERFORM 0090-LOG-TRANSACTION.
           MOVE WS-SAVE-LOG-RATE TO WS-LOG-RATE.
           MOVE WS-SAVE-LOG-BASE-AMOUNT TO WS-LOG-BASE-AMOUNT.
           MOVE WS-SAVE-LOG-FX-CURRENCY TO WS-LOG-FX-CURRENCY.

           0106-PLAN-NOTE-MIX.

           ACCEPT WS-DEST-ACCOUNT-NUMBER.
           DISPLAY "[HOW MUCH MONEY DO YOU WANT TO TRANSFER?]: ".
           ACCEPT WS-AMOUNT-TO-INPUT.
           MOVE WS-AMOUNT-TO-INPUT TO WS-EJ-AMOUNT.
           MOVE ACCT-CURRENCY-CODE TO WS-TXN-CURRENCY.
           PERFORM 0367-JOURNAL-AMOUNT.
           PERFORM 0105-CHECK-WITHDRAWAL-LIMITS.
           IF WS-WITHDRAWAL-OK NOT = "Y" THEN
               PERFORM 0361-JOURNAL-DECLINE
           ELSE
               MOVE ACCT-CURRENCY-CODE TO WS-TXN-CURRENCY
               MOVE WS-DEST-ACCOUNT-NUMBER TO ACCT-NUMBER
               END-READ
               IF WS-ACCT-STATUS NOT = "00" THEN
                   DISPLAY "[DESTINATION ACCOUNT NOT FOUND]"
                   MOVE "DEST NOT FOUND" TO WS-EJ-REASON
                   PERFORM 0361-JOURNAL-DECLINE
                   PERFORM 0210-RESTORE-SOURCE-ACCOUNT
               ELSE
                   MOVE ACCT-CURRENCY-CODE TO WS-DEST-CURRENCY
                   END-IF
                   IF WS-RATE-OK NOT = "Y" THEN
                       DISPLAY "[TRANSFER REJECTED]"
                       MOVE "NO EXCHANGE RATE" TO WS-EJ-REASON
                       PERFORM 0361-JOURNAL-DECLINE
                       PERFORM 0210-RESTORE-SOURCE-ACCOUNT
                   ELSE
                   COMPUTE WS-AMOUNT-GBP ROUNDED =
                       WS-AMOUNT-TO-INPUT / WS-TXN-RATE
                   COMPUTE WS-DEST-AMOUNT ROUNDED =
                       WS-AMOUNT-GBP * WS-ACCT-RATE
                   IF WS-TD-BREAK-PENDING = "Y" THEN
                       PERFORM 0210-RESTORE-SOURCE-ACCOUNT
                       PERFORM 0143-COMMIT-TD-BREAK
                       MOVE WS-DEST-ACCOUNT-NUMBER TO ACCT-NUMBER
                       READ ACCOUNT-FILE
                           KEY IS ACCT-NUMBER
                       END-READ
                   END-IF
                   PERFORM 0352-STAGE-TRANSFER-INTENT
                   COMPUTE ACCT-BALANCE =
                       ACCT-BALANCE + WS-DEST-AMOUNT
                   ADD WS-DEST-AMOUNT TO ACCT-AVAIL-BALANCE
                   REWRITE ACCOUNT-RECORD
                   MOVE "A" TO WS-JRNL-STEP
                   PERFORM 0355-JOURNAL-STEP
                   MOVE WS-DEST-ACCOUNT-NUMBER TO WS-LOG-ACCT-NUMBER
                   MOVE WS-DEST-AMOUNT TO WS-LOG-AMOUNT
                   MOVE ACCT-BALANCE TO WS-LOG-BALANCE
                   END-IF
                   MOVE "TRANSFER IN" TO WS-TRAN-TYPE
                   PERFORM 0090-LOG-TRANSACTION
                   MOVE "L" TO WS-JRNL-STEP
                   PERFORM 0355-JOURNAL-STEP

                   MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
                   READ ACCOUNT-FILE
                   ADD WS-AMOUNT-TO-INPUT TO ACCT-DAILY-WITHDRAWN
                   PERFORM 0075-RECORD-ACTIVITY
                   PERFORM 0070-REWRITE-ACCOUNT
                   MOVE "S" TO WS-JRNL-STEP
                   PERFORM 0355-JOURNAL-STEP
                   MOVE WS-ACCOUNT-NUMBER TO WS-LOG-ACCT-NUMBER
                   MOVE WS-AMOUNT-TO-INPUT TO WS-LOG-AMOUNT
                   MOVE WS-ACCOUNT-BALANCE TO WS-LOG-BALANCE
                   END-IF
                   MOVE "TRANSFER OUT" TO WS-TRAN-TYPE
                   PERFORM 0090-LOG-TRANSACTION
                   MOVE "D" TO WS-JRNL-STEP
                   PERFORM 0355-JOURNAL-STEP
                   PERFORM 0362-JOURNAL-APPROVED
                   DISPLAY "[TRANSFER COMPLETE]"
                   MOVE WS-ACCOUNT-BALANCE TO WS-DISPLAY-VALUE
                   DISPLAY "[REMAINING BALANCE]: " WS-CURRENCY-SYMBOL
                   CONTINUE
           END-READ.

      *> Start-up recovery. An entry on this terminal's in-flight
      *> journal with no closing record was interrupted part way
      *> through; finish it or back it out, tell the branch on the
      *> ATMRECOV report, then clear the journal. Every leg is tested
      *> against the account and TRANMSTR before it is applied, so a
      *> second pass after a failed recovery does nothing twice.
           0300-RECOVER-IN-FLIGHT.

           MOVE WS-TERMINAL-ID TO WS-JRNL-FILE-TERM.
           MOVE ZERO TO WS-JRNL-SEQ.
           MOVE "N" TO WS-JRNL-OPEN-ENTRY.
           MOVE "N" TO WS-JRNL-EOF.
           OPEN INPUT INFLIGHT-JOURNAL.
           IF WS-JRNL-STATUS = "00" THEN
               PERFORM 0301-SCAN-JOURNAL UNTIL WS-JRNL-EOF = "Y"
               CLOSE INFLIGHT-JOURNAL
               IF WS-JRNL-OPEN-ENTRY = "Y" THEN
                   DISPLAY "[RECOVERING INTERRUPTED TRANSACTION]"
                   MOVE SPACES TO WS-RECOV-ACTION
                   MOVE ZERO TO WS-RECOV-REF
                   MOVE "N" TO WS-RECOV-UNSURE
                   EVALUATE WS-JRNL-TRAN-TYPE
                       WHEN "WITHDRAWAL"
                           PERFORM 0310-RECOVER-WITHDRAWAL
                       WHEN "DEPOSIT"
                           PERFORM 0320-RECOVER-DEPOSIT
                       WHEN "TRANSFER"
                           PERFORM 0330-RECOVER-TRANSFER
                       WHEN OTHER
                           MOVE "UNKNOWN ENTRY - REFER TO BRANCH"
                               TO WS-RECOV-ACTION
                   END-EVALUATE
                   PERFORM 0345-REPORT-RECOVERY
               END-IF
               OPEN OUTPUT INFLIGHT-JOURNAL
               CLOSE INFLIGHT-JOURNAL
           END-IF.
           MOVE ZERO TO WS-JRNL-SEQ.

      *> Only the last entry on the journal can be open - each one
      *> is closed before the session offers the menu again.
           0301-SCAN-JOURNAL.

           READ INFLIGHT-JOURNAL
               AT END
                   MOVE "Y" TO WS-JRNL-EOF
           END-READ.
           IF WS-JRNL-EOF = "N" THEN
               IF IJ-INTENT THEN
                   MOVE "Y" TO WS-JRNL-OPEN-ENTRY
                   MOVE IJ-SEQ TO WS-JRNL-SEQ
                   MOVE IJ-DATE TO WS-JRNL-DATE
                   MOVE IJ-TIME TO WS-JRNL-TIME
                   MOVE IJ-DETAIL TO WS-JRNL-DETAIL
                   MOVE "N" TO WS-JRNL-ACCT-DONE
                   MOVE "N" TO WS-JRNL-NOTES-DONE
                   MOVE "N" TO WS-JRNL-LOGGED
                   MOVE "N" TO WS-JRNL-SOURCE-DONE
               ELSE
                   IF IJ-SEQ = WS-JRNL-SEQ THEN
                       IF IJ-ACCOUNT-DONE THEN
                           MOVE "Y" TO WS-JRNL-ACCT-DONE
                       END-IF
                       IF IJ-NOTES-DONE THEN
                           MOVE "Y" TO WS-JRNL-NOTES-DONE
                       END-IF
                       IF IJ-LOGGED THEN
                           MOVE "Y" TO WS-JRNL-LOGGED
                       END-IF
                       IF IJ-SOURCE-DONE THEN
                           MOVE "Y" TO WS-JRNL-SOURCE-DONE
                       END-IF
                       IF IJ-FINISHED THEN
                           MOVE "N" TO WS-JRNL-OPEN-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Notes known to have left the cassettes are posted; otherwise
      *> the debit is reversed on the account and the branch counts
      *> the cassettes to confirm nothing was dispensed.
           0310-RECOVER-WITHDRAWAL.

           MOVE WS-JRNL-ACCT TO WS-FIND-ACCT.
           MOVE "WITHDRAWAL" TO WS-FIND-TYPE.
           MOVE WS-JRNL-AMOUNT TO WS-FIND-AMOUNT.
           PERFORM 0340-FIND-LOGGED-POSTING.
           IF WS-FOUND-REF NOT = ZERO THEN
               MOVE WS-FOUND-REF TO WS-RECOV-REF
               MOVE "ALREADY POSTED - NO ACTION" TO WS-RECOV-ACTION
           ELSE
               MOVE WS-JRNL-ACCT TO WS-TEST-ACCT
               MOVE WS-JRNL-BEFORE TO WS-TEST-BEFORE
               COMPUTE WS-TEST-AFTER =
                   WS-JRNL-BEFORE - WS-JRNL-AMOUNT
               MOVE WS-JRNL-ACCT-DONE TO WS-TEST-MARK
               PERFORM 0311-TEST-ACCOUNT-APPLIED
               IF WS-TEST-APPLIED NOT = "Y" THEN
                   MOVE "ACCOUNT NOT DEBITED - NOTHING TO BACK OUT"
                       TO WS-RECOV-ACTION
               ELSE
               IF WS-JRNL-NOTES-DONE = "Y" THEN
                   PERFORM 0313-SET-ACCOUNT-LEG
                   MOVE "WITHDRAWAL" TO WS-TRAN-TYPE
                   PERFORM 0312-POST-RECOVERED-LEG
                   MOVE "NOTES DISPENSED - WITHDRAWAL POSTED"
                       TO WS-RECOV-ACTION
               ELSE
                   ADD WS-JRNL-AMOUNT TO ACCT-BALANCE
                   ADD WS-JRNL-AMOUNT TO ACCT-AVAIL-BALANCE
                   IF ACCT-DAILY-WITHDRAWN > WS-JRNL-AMOUNT THEN
                       SUBTRACT WS-JRNL-AMOUNT
                           FROM ACCT-DAILY-WITHDRAWN
                   ELSE
                       MOVE ZERO TO ACCT-DAILY-WITHDRAWN
                   END-IF
                   REWRITE ACCOUNT-RECORD
                   MOVE "ACCOUNT RE-CREDITED - COUNT CASSETTES"
                       TO WS-RECOV-ACTION
               END-IF
               END-IF
           END-IF.

      *> Decide whether a journalled balance change reached the
      *> account: the balance now matches either the before or the
      *> after figure. If it matches neither (other postings since)
      *> the journal step mark is taken and the branch is told to
      *> check the account. Leaves the account record read.
           0311-TEST-ACCOUNT-APPLIED.

           MOVE "Y" TO WS-TEST-SURE.
           MOVE WS-TEST-ACCT TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS NOT = "00" THEN
               MOVE "N" TO WS-TEST-APPLIED
               MOVE "N" TO WS-TEST-SURE
           ELSE
               IF ACCT-BALANCE = WS-TEST-AFTER THEN
                   MOVE "Y" TO WS-TEST-APPLIED
               ELSE
                   IF ACCT-BALANCE = WS-TEST-BEFORE THEN
                       MOVE "N" TO WS-TEST-APPLIED
                   ELSE
                       MOVE WS-TEST-MARK TO WS-TEST-APPLIED
                       MOVE "N" TO WS-TEST-SURE
                   END-IF
               END-IF
           END-IF.
           IF WS-TEST-SURE = "N" THEN
               MOVE "Y" TO WS-RECOV-UNSURE
           END-IF.

      *> Post a missing leg through the normal logging path. The
      *> account record is current and already carries the change.
           0312-POST-RECOVERED-LEG.

           MOVE ACCT-BALANCE TO WS-LOG-BALANCE.
           MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY.
           PERFORM 0090-LOG-TRANSACTION.
           MOVE WS-NEW-REF TO WS-RECOV-REF.

           0313-SET-ACCOUNT-LEG.

           MOVE WS-JRNL-ACCT TO WS-LOG-ACCT-NUMBER.
           MOVE WS-JRNL-AMOUNT TO WS-LOG-AMOUNT.
           MOVE WS-JRNL-RATE TO WS-LOG-RATE.
           MOVE WS-JRNL-BASE-AMOUNT TO WS-LOG-BASE-AMOUNT.
           MOVE WS-JRNL-FX-CURRENCY TO WS-LOG-FX-CURRENCY.

      *> A deposit that reached the account is always completed -
      *> posting and hold - since the customer's money is in the
      *> machine.
           0320-RECOVER-DEPOSIT.

           MOVE WS-JRNL-ACCT TO WS-FIND-ACCT.
           MOVE "DEPOSIT" TO WS-FIND-TYPE.
           MOVE WS-JRNL-AMOUNT TO WS-FIND-AMOUNT.
           PERFORM 0340-FIND-LOGGED-POSTING.
           IF WS-FOUND-REF NOT = ZERO THEN
               MOVE WS-FOUND-REF TO WS-RECOV-REF
               MOVE "ALREADY POSTED" TO WS-RECOV-ACTION
           ELSE
               MOVE WS-JRNL-ACCT TO WS-TEST-ACCT
               MOVE WS-JRNL-BEFORE TO WS-TEST-BEFORE
               COMPUTE WS-TEST-AFTER =
                   WS-JRNL-BEFORE + WS-JRNL-AMOUNT
               MOVE WS-JRNL-ACCT-DONE TO WS-TEST-MARK
               PERFORM 0311-TEST-ACCOUNT-APPLIED
               IF WS-TEST-APPLIED NOT = "Y" THEN
                   MOVE "ACCOUNT NOT CREDITED - RETURN ENVELOPE"
                       TO WS-RECOV-ACTION
               ELSE
                   PERFORM 0313-SET-ACCOUNT-LEG
                   MOVE "DEPOSIT" TO WS-TRAN-TYPE
                   PERFORM 0312-POST-RECOVERED-LEG
                   MOVE "DEPOSIT POSTED" TO WS-RECOV-ACTION
               END-IF
           END-IF.
           IF WS-RECOV-REF NOT = ZERO THEN
               PERFORM 0321-CHECK-DEPOSIT-HOLD
           END-IF.

           0321-CHECK-DEPOSIT-HOLD.

           MOVE "N" TO WS-RECOV-HOLD-FOUND.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00" THEN
               MOVE WS-JRNL-ACCT TO HOLD-ACCT-NUMBER
               MOVE WS-RECOV-REF TO HOLD-REF-NUMBER
               READ HOLD-FILE
                   KEY IS HOLD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-HOLD-STATUS = "00" THEN
                   MOVE "Y" TO WS-RECOV-HOLD-FOUND
               END-IF
               CLOSE HOLD-FILE
           END-IF.
           IF WS-RECOV-HOLD-FOUND = "N" THEN
               MOVE WS-JRNL-ACCT TO WS-ACCOUNT-NUMBER
               MOVE WS-JRNL-AMOUNT TO WS-AMOUNT-TO-INPUT
               MOVE WS-RECOV-REF TO WS-NEW-REF
               PERFORM 0130-CREATE-DEPOSIT-HOLD
               IF WS-FOUND-REF NOT = ZERO THEN
                   MOVE "ALREADY POSTED - HOLD PLACED"
                       TO WS-RECOV-ACTION
               ELSE
                   MOVE "DEPOSIT POSTED - HOLD PLACED"
                       TO WS-RECOV-ACTION
               END-IF
           END-IF.

      *> A transfer whose destination was credited is carried
      *> through: TRANSFER IN posted, the source debited and the
      *> TRANSFER OUT posted, each only where it is still missing.
           0330-RECOVER-TRANSFER.

           MOVE WS-JRNL-DEST-ACCT TO WS-FIND-ACCT.
           MOVE "TRANSFER IN" TO WS-FIND-TYPE.
           MOVE WS-JRNL-DEST-AMOUNT TO WS-FIND-AMOUNT.
           PERFORM 0340-FIND-LOGGED-POSTING.
           MOVE "Y" TO WS-TEST-APPLIED.
           IF WS-FOUND-REF = ZERO THEN
               MOVE WS-JRNL-DEST-ACCT TO WS-TEST-ACCT
               MOVE WS-JRNL-DEST-BEFORE TO WS-TEST-BEFORE
               COMPUTE WS-TEST-AFTER =
                   WS-JRNL-DEST-BEFORE + WS-JRNL-DEST-AMOUNT
               MOVE WS-JRNL-ACCT-DONE TO WS-TEST-MARK
               PERFORM 0311-TEST-ACCOUNT-APPLIED
               IF WS-TEST-APPLIED = "Y" THEN
                   PERFORM 0331-SET-TRANSFER-IN-LEG
                   MOVE "TRANSFER IN" TO WS-TRAN-TYPE
                   PERFORM 0312-POST-RECOVERED-LEG
               END-IF
           END-IF.
           IF WS-TEST-APPLIED NOT = "Y" THEN
               MOVE "DESTINATION NOT CREDITED - NOTHING TO DO"
                   TO WS-RECOV-ACTION
           ELSE
               MOVE WS-JRNL-ACCT TO WS-FIND-ACCT
               MOVE "TRANSFER OUT" TO WS-FIND-TYPE
               MOVE WS-JRNL-AMOUNT TO WS-FIND-AMOUNT
               PERFORM 0340-FIND-LOGGED-POSTING
               IF WS-FOUND-REF NOT = ZERO THEN
                   MOVE WS-FOUND-REF TO WS-RECOV-REF
                   MOVE "ALREADY POSTED - NO ACTION"
                       TO WS-RECOV-ACTION
               ELSE
                   MOVE WS-JRNL-ACCT TO WS-TEST-ACCT
                   MOVE WS-JRNL-BEFORE TO WS-TEST-BEFORE
                   COMPUTE WS-TEST-AFTER =
                       WS-JRNL-BEFORE - WS-JRNL-AMOUNT
                   MOVE WS-JRNL-SOURCE-DONE TO WS-TEST-MARK
                   PERFORM 0311-TEST-ACCOUNT-APPLIED
                   IF WS-ACCT-STATUS NOT = "00" THEN
                       MOVE "SOURCE ACCOUNT NOT FOUND - NOT DEBITED"
                           TO WS-RECOV-ACTION
                   ELSE
                       IF WS-TEST-APPLIED NOT = "Y" THEN
                           SUBTRACT WS-JRNL-AMOUNT FROM ACCT-BALANCE
                           SUBTRACT WS-JRNL-AMOUNT
                               FROM ACCT-AVAIL-BALANCE
                           ADD WS-JRNL-AMOUNT
                               TO ACCT-DAILY-WITHDRAWN
                           PERFORM 0075-RECORD-ACTIVITY
                           REWRITE ACCOUNT-RECORD
                       END-IF
                       PERFORM 0332-SET-TRANSFER-OUT-LEG
                       MOVE "TRANSFER OUT" TO WS-TRAN-TYPE
                       PERFORM 0312-POST-RECOVERED-LEG
                       MOVE "TRANSFER COMPLETED" TO WS-RECOV-ACTION
                   END-IF
               END-IF
           END-IF.

           0331-SET-TRANSFER-IN-LEG.

           MOVE WS-JRNL-DEST-ACCT TO WS-LOG-ACCT-NUMBER.
           MOVE WS-JRNL-DEST-AMOUNT TO WS-LOG-AMOUNT.
           IF WS-JRNL-CURRENCY NOT = WS-JRNL-DEST-CURRENCY THEN
               MOVE WS-JRNL-RATE TO WS-LOG-RATE
               MOVE WS-JRNL-BASE-AMOUNT TO WS-LOG-BASE-AMOUNT
               MOVE WS-JRNL-CURRENCY TO WS-LOG-FX-CURRENCY
           END-IF.

           0332-SET-TRANSFER-OUT-LEG.

           MOVE WS-JRNL-ACCT TO WS-LOG-ACCT-NUMBER.
           MOVE WS-JRNL-AMOUNT TO WS-LOG-AMOUNT.
           IF WS-JRNL-CURRENCY NOT = WS-JRNL-DEST-CURRENCY THEN
               MOVE WS-JRNL-DEST-RATE TO WS-LOG-RATE
               MOVE WS-JRNL-BASE-AMOUNT TO WS-LOG-BASE-AMOUNT
               MOVE WS-JRNL-DEST-CURRENCY TO WS-LOG-FX-CURRENCY
           END-IF.

      *> Look on TRANMSTR for a posting of the journalled type and
      *> amount made from this terminal on or after the intent time.
      *> WS-FOUND-REF is zero when there is none.
           0340-FIND-LOGGED-POSTING.

           MOVE ZERO TO WS-FOUND-REF.
           MOVE "N" TO WS-TM-EOF.
           OPEN INPUT TRAN-MASTER.
           IF WS-TM-STATUS = "00" THEN
               MOVE WS-FIND-ACCT TO TM-ACCT-NUMBER
               MOVE WS-JRNL-DATE TO TM-DATE
               MOVE WS-JRNL-TIME TO TM-TIME
               START TRAN-MASTER
                   KEY IS NOT LESS THAN TM-ACCT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TM-EOF
               END-START
               PERFORM UNTIL WS-TM-EOF = "Y"
                   READ TRAN-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-TM-EOF
                       NOT AT END
                           IF TM-ACCT-NUMBER NOT = WS-FIND-ACCT THEN
                               MOVE "Y" TO WS-TM-EOF
                           ELSE
                               IF TM-TRAN-TYPE = WS-FIND-TYPE AND
                                  TM-AMOUNT = WS-FIND-AMOUNT AND
                                  TM-TERMINAL-ID = WS-TERMINAL-ID THEN
                                   MOVE TM-REF-NUMBER TO WS-FOUND-REF
                                   MOVE "Y" TO WS-TM-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-MASTER
           END-IF.

           0345-REPORT-RECOVERY.

           OPEN EXTEND RECOVERY-REPORT.
           IF WS-RECOV-STATUS = "35" THEN
               OPEN OUTPUT RECOVERY-REPORT
               CLOSE RECOVERY-REPORT
               OPEN EXTEND RECOVERY-REPORT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-JRNL-AMOUNT TO WS-DISPLAY-VALUE.
           MOVE SPACES TO RECOVERY-LINE.
           STRING WS-CURRENT-DATETIME(1:8) " "
               WS-CURRENT-DATETIME(9:6) " "
               WS-TERMINAL-ID " "
               WS-JRNL-TRAN-TYPE " "
               WS-JRNL-ACCT " "
               WS-DISPLAY-VALUE " "
               WS-JRNL-CURRENCY " "
               WS-RECOV-ACTION " REF "
               WS-RECOV-REF
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           IF WS-JRNL-TRAN-TYPE = "TRANSFER" THEN
               MOVE SPACES TO RECOVERY-LINE
               STRING "    DESTINATION ACCOUNT "
                   WS-JRNL-DEST-ACCT
                   DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
           END-IF.
           IF WS-RECOV-UNSURE = "Y" THEN
               MOVE SPACES TO RECOVERY-LINE
               STRING "    BALANCE NO LONGER AS JOURNALLED - "
                   "REFER TO BRANCH"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
           END-IF.
           CLOSE RECOVERY-REPORT.
           DISPLAY "[RECOVERY]: " WS-RECOV-ACTION.

      *> The intent record is written before any master is touched.
           0350-JOURNAL-INTENT.

           ADD 1 TO WS-JRNL-SEQ.
           MOVE "I" TO WS-JRNL-STEP.
           PERFORM 0355-JOURNAL-STEP.

           0351-STAGE-ACCOUNT-INTENT.

           MOVE WS-ACCOUNT-NUMBER TO WS-JRNL-ACCT.
           MOVE WS-AMOUNT-TO-INPUT TO WS-JRNL-AMOUNT.
           MOVE WS-ACCOUNT-BALANCE TO WS-JRNL-BEFORE.
           MOVE ACCT-CURRENCY-CODE TO WS-JRNL-CURRENCY.
           MOVE WS-LOG-RATE TO WS-JRNL-RATE.
           MOVE WS-LOG-BASE-AMOUNT TO WS-JRNL-BASE-AMOUNT.
           MOVE WS-LOG-FX-CURRENCY TO WS-JRNL-FX-CURRENCY.
           MOVE ZERO TO WS-JRNL-DEST-ACCT.
           MOVE ZERO TO WS-JRNL-DEST-AMOUNT.
           MOVE ZERO TO WS-JRNL-DEST-BEFORE.
           MOVE SPACES TO WS-JRNL-DEST-CURRENCY.
           MOVE ZERO TO WS-JRNL-DEST-RATE.
           PERFORM 0350-JOURNAL-INTENT.

      *> Called with the destination account record read.
           0352-STAGE-TRANSFER-INTENT.

           MOVE "TRANSFER" TO WS-JRNL-TRAN-TYPE.
           MOVE WS-ACCOUNT-NUMBER TO WS-JRNL-ACCT.
           MOVE WS-AMOUNT-TO-INPUT TO WS-JRNL-AMOUNT.
           MOVE WS-ACCOUNT-BALANCE TO WS-JRNL-BEFORE.
           MOVE WS-TXN-CURRENCY TO WS-JRNL-CURRENCY.
           MOVE WS-TXN-RATE TO WS-JRNL-RATE.
           COMPUTE WS-JRNL-BASE-AMOUNT ROUNDED = WS-AMOUNT-GBP.
           MOVE WS-DEST-CURRENCY TO WS-JRNL-FX-CURRENCY.
           MOVE WS-DEST-ACCOUNT-NUMBER TO WS-JRNL-DEST-ACCT.
           MOVE WS-DEST-AMOUNT TO WS-JRNL-DEST-AMOUNT.
           MOVE ACCT-BALANCE TO WS-JRNL-DEST-BEFORE.
           MOVE WS-DEST-CURRENCY TO WS-JRNL-DEST-CURRENCY.
           MOVE WS-ACCT-RATE TO WS-JRNL-DEST-RATE.
           PERFORM 0350-JOURNAL-INTENT.

           0355-JOURNAL-STEP.

           OPEN EXTEND INFLIGHT-JOURNAL.
           IF WS-JRNL-STATUS = "35" THEN
               OPEN OUTPUT INFLIGHT-JOURNAL
               CLOSE INFLIGHT-JOURNAL
               OPEN EXTEND INFLIGHT-JOURNAL
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-JRNL-SEQ TO IJ-SEQ.
           MOVE WS-JRNL-STEP TO IJ-STEP.
           MOVE WS-CURRENT-DATETIME(1:8) TO IJ-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO IJ-TIME.
           IF WS-JRNL-STEP = "L" OR WS-JRNL-STEP = "D" THEN
               MOVE WS-NEW-REF TO IJ-REF-NUMBER
           ELSE
               MOVE ZERO TO IJ-REF-NUMBER
           END-IF.
           MOVE WS-JRNL-DETAIL TO IJ-DETAIL.
           WRITE INFLIGHT-RECORD.
           CLOSE INFLIGHT-JOURNAL.

      *> Terminal electronic journal. Every screen interaction is
      *> written as it happens, declined or not; the outcome, reason
      *> and reference are cleared once written, the amount stays
      *> with the function until the next menu choice.
           0360-JOURNAL-INTERACTION.

           OPEN EXTEND TERMINAL-JOURNAL.
           IF WS-EJ-STATUS = "35" THEN
               OPEN OUTPUT TERMINAL-JOURNAL
               CLOSE TERMINAL-JOURNAL
               OPEN EXTEND TERMINAL-JOURNAL
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO EJ-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO EJ-TIME.
           MOVE WS-TERMINAL-ID TO EJ-TERMINAL-ID.
           MOVE WS-EJ-SESSION-STAMP TO EJ-SESSION-STAMP.
           MOVE WS-EJ-EVENT TO EJ-EVENT.
           MOVE WS-CARD-NUMBER TO EJ-CARD-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO EJ-ACCT-NUMBER.
           MOVE WS-CHOICE TO EJ-CHOICE.
           MOVE WS-EJ-FUNCTION TO EJ-FUNCTION.
           MOVE WS-EJ-AMOUNT TO EJ-AMOUNT.
           MOVE WS-EJ-CURRENCY TO EJ-CURRENCY-CODE.
           MOVE WS-EJ-OUTCOME TO EJ-OUTCOME.
           MOVE WS-EJ-REASON TO EJ-REASON.
           MOVE WS-EJ-REF TO EJ-REF-NUMBER.
           WRITE TERMINAL-JOURNAL-RECORD.
           CLOSE TERMINAL-JOURNAL.
           MOVE SPACES TO WS-EJ-OUTCOME.
           MOVE SPACES TO WS-EJ-REASON.
           MOVE ZERO TO WS-EJ-REF.

      *> WS-EJ-REASON is set by the check that refused the customer.
           0361-JOURNAL-DECLINE.

           MOVE "OUTCOME" TO WS-EJ-EVENT.
           MOVE "DECLINED" TO WS-EJ-OUTCOME.
           PERFORM 0360-JOURNAL-INTERACTION.

           0362-JOURNAL-APPROVED.

           MOVE "OUTCOME" TO WS-EJ-EVENT.
           MOVE "APPROVED" TO WS-EJ-OUTCOME.
           MOVE WS-NEW-REF TO WS-EJ-REF.
           PERFORM 0360-JOURNAL-INTERACTION.

           0363-JOURNAL-SESSION-END.

           MOVE "SESSION END" TO WS-EJ-EVENT.
           PERFORM 0360-JOURNAL-INTERACTION.

           0365-START-SESSION-JOURNAL.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-EJ-SESSION-STAMP.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-EJ-FILE-DATE.
           MOVE WS-TERMINAL-ID TO WS-EJ-FILE-TERM.
           MOVE ZERO TO WS-ACCOUNT-NUMBER.
           MOVE ZERO TO WS-CHOICE.
           MOVE "CARD IN" TO WS-EJ-EVENT.
           PERFORM 0360-JOURNAL-INTERACTION.

           0366-JOURNAL-MENU-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1
                   MOVE "BALANCE" TO WS-EJ-FUNCTION
               WHEN 2
                   MOVE "WITHDRAWAL" TO WS-EJ-FUNCTION
               WHEN 3
                   MOVE "DEPOSIT" TO WS-EJ-FUNCTION
               WHEN 4
                   MOVE "PIN CHANGE" TO WS-EJ-FUNCTION
               WHEN 5
                   MOVE "MINI STMT" TO WS-EJ-FUNCTION
               WHEN 6
                   MOVE "TRANSFER" TO WS-EJ-FUNCTION
               WHEN 7
                   MOVE "EXIT" TO WS-EJ-FUNCTION
               WHEN OTHER
                   MOVE "INVALID" TO WS-EJ-FUNCTION
           END-EVALUATE.
           MOVE ZERO TO WS-EJ-AMOUNT.
           MOVE SPACES TO WS-EJ-CURRENCY.
           MOVE "MENU CHOICE" TO WS-EJ-EVENT.
           PERFORM 0360-JOURNAL-INTERACTION.

      *> The amount as the customer keyed it, in the currency keyed.
           0367-JOURNAL-AMOUNT.

           MOVE WS-TXN-CURRENCY TO WS-EJ-CURRENCY.
           MOVE "AMOUNT" TO WS-EJ-EVENT.
           PERFORM 0360-JOURNAL-INTERACTION.

           0082-SUPERVISOR-OVERRIDE.

           DISPLAY "[ACCOUNT LOCKED - SUPERVISOR OVERRIDE REQUIRED]".
           PERFORM 0081-VERIFY-SUPERVISOR.
           MOVE WS-SUPERVISOR-ID TO WS-SEC-OPERATOR-ID.
           IF WS-OVERRIDE-OK = "Y" THEN
               MOVE "N" TO ACCT-LOCKED-FLAG
               PERFORM 0070-REWRITE-ACCOUNT
               MOVE "OVERRIDE UNLOCK" TO WS-SEC-EVENT-TYPE
               MOVE "SUCCESS" TO WS-SEC-OUTCOME
               PERFORM 0091-LOG-SECURITY-EVENT
               MOVE SPACES TO WS-SEC-OPERATOR-ID
               DISPLAY "[ACCOUNT UNLOCKED]"
           ELSE
               DISPLAY "[OVERRIDE REFUSED]"
               MOVE "OVERRIDE UNLOCK" TO WS-SEC-EVENT-TYPE
               MOVE "FAILURE" TO WS-SEC-OUTCOME
               PERFORM 0091-LOG-SECURITY-EVENT
               MOVE "OVERRIDE REFUSED" TO WS-EJ-REASON
               PERFORM 0361-JOURNAL-DECLINE
               PERFORM 0363-JOURNAL-SESSION-END
               PERFORM 0080-CLOSE-ACCOUNT-FILE
               STOP RUN
           END-IF.

           0081-VERIFY-SUPERVISOR.

           DISPLAY "[ENTER SUPERVISOR ID]: ".
           ACCEPT WS-SUPERVISOR-ID.
           DISPLAY "[ENTER SECRET CODE]: ".
           ELSE
               DISPLAY "[NO USER MASTER - OVERRIDE UNAVAILABLE]"
           END-IF.
           IF WS-OVERRIDE-OK = "Y" THEN
               PERFORM 0081A-CHECK-STAFF-CONFLICT
               IF WS-STAFF-CONFLICT = "Y" THEN
                   MOVE "N" TO WS-OVERRIDE-OK
                   DISPLAY "[SUPERVISOR IS LINKED TO A HOLDER OF THIS "
                       "ACCOUNT - ANOTHER SUPERVISOR MUST OVERRIDE]"
                   MOVE WS-SUPERVISOR-ID TO WS-SEC-OPERATOR-ID
                   MOVE "STAFF CONFLICT" TO WS-SEC-EVENT-TYPE
                   MOVE "REFUSED" TO WS-SEC-OUTCOME
                   PERFORM 0091-LOG-SECURITY-EVENT
               END-IF
           END-IF.

      *> The primary holder and every holder on ACCTREL of the
      *> account in the record area are checked against STAFFCUS.
           0081A-CHECK-STAFF-CONFLICT.

           MOVE "N" TO WS-STAFF-CONFLICT.
           OPEN INPUT STAFF-LINK-FILE.
           IF WS-LINK-STATUS = "00" THEN
               MOVE ACCT-CUST-NUMBER TO WS-CONFLICT-CUST
               PERFORM 0081B-CHECK-STAFF-LINK
               OPEN INPUT RELATION-FILE
               IF WS-REL-STATUS = "00" THEN
                   MOVE "N" TO WS-REL-EOF
                   MOVE ACCT-NUMBER TO REL-ACCT-NUMBER
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
                               IF REL-ACCT-NUMBER NOT = ACCT-NUMBER
                                       THEN
                                   MOVE "Y" TO WS-REL-EOF
                               ELSE
                                   MOVE REL-CUST-NUMBER TO
                                       WS-CONFLICT-CUST
                                   PERFORM 0081B-CHECK-STAFF-LINK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELATION-FILE
               END-IF
               CLOSE STAFF-LINK-FILE
           END-IF.

           0081B-CHECK-STAFF-LINK.

           IF WS-CONFLICT-CUST NOT = ZERO THEN
               MOVE WS-SUPERVISOR-ID TO SL-OPERATOR-ID
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

           0100-PIN-CHECK.
                  OR WS-PIN-ATTEMPTS = 3.
           IF WS-INPUTTED-PIN = WS-CORRECT-PIN THEN
               DISPLAY "WELCOME BACK"
               IF WS-CARD-FIRST-USE = "Y" THEN
                   PERFORM 0058-RECORD-FIRST-USE
               END-IF
               MOVE "PIN ENTRY" TO WS-EJ-EVENT
               MOVE "APPROVED" TO WS-EJ-OUTCOME
               PERFORM 0360-JOURNAL-INTERACTION
           ELSE
               MOVE "Y" TO ACCT-LOCKED-FLAG
               PERFORM 0070-REWRITE-ACCOUNT
               MOVE "LOCKED" TO WS-SEC-OUTCOME
               PERFORM 0091-LOG-SECURITY-EVENT
               DISPLAY "[TOO MANY INCORRECT ATTEMPTS, ACCOUNT LOCKED]"
               MOVE "PIN LOCKOUT" TO WS-EJ-REASON
               PERFORM 0361-JOURNAL-DECLINE
               PERFORM 0363-JOURNAL-SESSION-END
               PERFORM 0080-CLOSE-ACCOUNT-FILE
               STOP RUN
           END-IF.
           IF WS-INPUTTED-PIN NOT = WS-CORRECT-PIN
                   AND WS-PIN-ATTEMPTS < 3 THEN
               DISPLAY "[INCORRECT PIN, TRY AGAIN]"
               MOVE "PIN ENTRY" TO WS-EJ-EVENT
               MOVE "DECLINED" TO WS-EJ-OUTCOME
               MOVE "INCORRECT PIN" TO WS-EJ-REASON
               PERFORM 0360-JOURNAL-INTERACTION
               DISPLAY "[ENTER A PIN]: "
               ACCEPT WS-INPUTTED-PIN WITH SECURE
           END-IF.
               MOVE WS-ACCOUNT-BALANCE TO WS-LOG-BALANCE
               MOVE ACCT-CURRENCY-CODE TO WS-LOG-CURRENCY
               PERFORM 0090-LOG-TRANSACTION
               PERFORM 0362-JOURNAL-APPROVED
               MOVE "PIN CHANGE" TO WS-SEC-EVENT-TYPE
               MOVE "SUCCESS" TO WS-SEC-OUTCOME
               PERFORM 0091-LOG-SECURITY-EVENT
               MOVE "PIN CHANGE" TO WS-SEC-EVENT-TYPE
               MOVE "FAILURE" TO WS-SEC-OUTCOME
               PERFORM 0091-LOG-SECURITY-EVENT
               MOVE "PIN MISMATCH" TO WS-EJ-REASON
               PERFORM 0361-JOURNAL-DECLINE
               PERFORM 0363-JOURNAL-SESSION-END
               PERFORM 0080-CLOSE-ACCOUNT-FILE
               STOP RUN
           END-IF.
