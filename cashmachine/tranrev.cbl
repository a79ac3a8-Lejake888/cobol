       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANREV AS "TRANREV".
      *> Supervisor reversal of a posted transaction. The original is
      *> found on TRANMSTR by reference and an equal and opposite
      *> entry is posted under a new reference. The two postings are
      *> tied together through TM-LINK-REF, so a posting that has
      *> already been reversed - or is itself a reversal - is refused.
      *> A deposit still under hold has the hold cancelled, since the
      *> funds it was keeping back are the funds being taken out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT USER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-OPERATOR-ID
               FILE STATUS IS WS-USER-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.
       FD  SECURITY-LOG.
       01  SECLOG-RECORD.
           COPY SECEVENT.
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
       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS PIC XX.
           01 WS-CTL-ACCT-EOF PIC X VALUE "N".
           01 WS-CTL-LOG-EOF PIC X VALUE "N".
           01 WS-CTL-ACCT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CTL-ACCT-HASH PIC S9(13)V9(2) VALUE ZERO.
           01 WS-CTL-TRAN-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CTL-TRAN-HASH PIC 9(13)V9(2) VALUE ZERO.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-HOLD-STATUS PIC XX.
           01 WS-SEC-STATUS PIC XX.
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
           01 WS-REVERSALS-POSTED PIC 9(4) VALUE ZERO.
      *> The posting being reversed, held while the reversal is
      *> written since 0093 reuses the master record area.
           01 WS-ORIG-REF PIC 9(12).
           01 WS-ORIG-ACCT-NUMBER PIC 9(6).
           01 WS-ORIG-TRAN-TYPE PIC X(12).
           01 WS-ORIG-AMOUNT PIC 9(7)V9(2).
           01 WS-ORIG-CURRENCY PIC X(3).
           01 WS-ORIG-RATE PIC 9(3)V9(4).
           01 WS-ORIG-BASE-AMOUNT PIC 9(7)V9(2).
           01 WS-ORIG-FX-CURRENCY PIC X(3).
           01 WS-ORIG-PAYEE-NUMBER PIC 9(6).
      *> C when the original credited the account (so the reversal
      *> debits it), D when it debited the account.
           01 WS-ORIG-DIRECTION PIC X.
           01 WS-REVERSAL-OK PIC X VALUE "N".
           01 WS-REFUSE-REASON PIC X(40).
           01 WS-HOLD-CANCELLED PIC X VALUE "N".
           01 WS-TRAN-TYPE PIC X(12).
           01 WS-LOG-BALANCE PIC S9(7)V9(2).
           01 WS-SEC-EVENT-TYPE PIC X(16).
           01 WS-SEC-OUTCOME PIC X(8).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-DISPLAY-VALUE PIC ---,---,---,---,---,--9.99.
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "[TRANSACTION REVERSAL]"
               DISPLAY "(1. REVERSE A TRANSACTION)"
               DISPLAY "(2. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 0100-REVERSE-TRANSACTION
                   WHEN 2
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           IF WS-REVERSALS-POSTED > ZERO THEN
               PERFORM 0095-WRITE-CONTROL-TOTALS
           END-IF.
           STOP RUN.

      *> Reversals move posted money, so only a supervisor may sign
      *> on here.
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
               DISPLAY "[ENTER SUPERVISOR ID]: "
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
                       AND USER-IS-SUPERVISOR
                       AND WS-SECRET-CODE = USER-SECRET-CODE THEN
                   MOVE "Y" TO WS-SIGNED-ON
                   DISPLAY "[SIGNED ON AS " WS-OPERATOR-ID "]"
               ELSE
                   DISPLAY "[SIGN-ON REJECTED - SUPERVISOR "
                       "AUTHORITY REQUIRED]"
               END-IF
           END-PERFORM.
           CLOSE USER-FILE.
           IF WS-SIGNED-ON NOT = "Y" THEN
               DISPLAY "[SIGN-ON FAILED]"
               STOP RUN
           END-IF.

           0100-REVERSE-TRANSACTION.

           MOVE "N" TO WS-REVERSAL-OK.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE ZERO TO WS-ORIG-ACCT-NUMBER.
           DISPLAY "[ENTER REFERENCE NUMBER TO REVERSE]: ".
           ACCEPT WS-ORIG-REF.
           PERFORM 0110-READ-ORIGINAL.
           IF WS-REVERSAL-OK = "Y" THEN
               PERFORM 0120-CHECK-ACCOUNT
           END-IF.
           IF WS-REVERSAL-OK NOT = "Y" THEN
               DISPLAY "[REVERSAL REFUSED - " WS-REFUSE-REASON "]"
               MOVE "REVERSAL" TO WS-SEC-EVENT-TYPE
               MOVE "REFUSED" TO WS-SEC-OUTCOME
               PERFORM 0900-LOG-SECURITY-EVENT
           ELSE
               MOVE WS-ORIG-AMOUNT TO WS-DISPLAY-VALUE
               DISPLAY "[REVERSE " WS-ORIG-TRAN-TYPE " OF "
                   WS-ORIG-CURRENCY WS-DISPLAY-VALUE
                   " ON ACCOUNT " WS-ORIG-ACCT-NUMBER " (Y/N)]: "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" THEN
                   PERFORM 0200-POST-REVERSAL
                   IF WS-REVERSAL-OK NOT = "Y" THEN
                       DISPLAY "[REVERSAL REFUSED - "
                           WS-REFUSE-REASON "]"
                       MOVE "REVERSAL" TO WS-SEC-EVENT-TYPE
                       MOVE "REFUSED" TO WS-SEC-OUTCOME
                       PERFORM 0900-LOG-SECURITY-EVENT
                   ELSE
                       PERFORM 0250-LINK-ORIGINAL
                       MOVE "REVERSAL" TO WS-SEC-EVENT-TYPE
                       MOVE "SUCCESS" TO WS-SEC-OUTCOME
                       PERFORM 0900-LOG-SECURITY-EVENT
                       ADD 1 TO WS-REVERSALS-POSTED
                       DISPLAY "[REFERENCE " WS-ORIG-REF
                           " REVERSED BY " WS-NEW-REF "]"
                   END-IF
               ELSE
                   DISPLAY "[REVERSAL ABANDONED]"
               END-IF
           END-IF.

           0110-READ-ORIGINAL.

           OPEN INPUT TRAN-MASTER.
           IF WS-TM-STATUS NOT = "00" THEN
               MOVE "NO TRANSACTION MASTER" TO WS-REFUSE-REASON
           ELSE
               MOVE WS-ORIG-REF TO TM-REF-NUMBER
               READ TRAN-MASTER
                   KEY IS TM-REF-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TM-STATUS NOT = "00" THEN
                   MOVE "REFERENCE NOT FOUND" TO WS-REFUSE-REASON
               ELSE
                   MOVE TM-ACCT-NUMBER TO WS-ORIG-ACCT-NUMBER
                   MOVE TM-TRAN-TYPE TO WS-ORIG-TRAN-TYPE
                   MOVE TM-AMOUNT TO WS-ORIG-AMOUNT
                   MOVE TM-CURRENCY-CODE TO WS-ORIG-CURRENCY
                   MOVE TM-RATE TO WS-ORIG-RATE
                   MOVE TM-BASE-AMOUNT TO WS-ORIG-BASE-AMOUNT
                   MOVE TM-FX-CURRENCY TO WS-ORIG-FX-CURRENCY
                   MOVE TM-PAYEE-NUMBER TO WS-ORIG-PAYEE-NUMBER
                   EVALUATE TM-TRAN-TYPE
                       WHEN "DEPOSIT"
                       WHEN "TRANSFER IN"
                       WHEN "INTEREST"
                       WHEN "CLEAR CREDIT"
                           MOVE "C" TO WS-ORIG-DIRECTION
                       WHEN "WITHDRAWAL"
                       WHEN "TRANSFER OUT"
                       WHEN "CLEAR DEBIT"
                       WHEN "STANDING ORD"
                       WHEN "ACCOUNT FEE"
                       WHEN "DEBIT INT"
                       WHEN "UNARR OD FEE"
                       WHEN "TD BREAK FEE"
                           MOVE "D" TO WS-ORIG-DIRECTION
                       WHEN OTHER
                           MOVE SPACE TO WS-ORIG-DIRECTION
                   END-EVALUATE
                   IF TM-TRAN-TYPE = "REVERSAL CR"
                           OR TM-TRAN-TYPE = "REVERSAL DR"
                           OR TM-TRAN-TYPE = "SO RETURN" THEN
                       MOVE "POSTING IS ITSELF A REVERSAL"
                           TO WS-REFUSE-REASON
                   ELSE
                   IF TM-LINK-REF NOT = ZERO THEN
                       MOVE "ALREADY REVERSED" TO WS-REFUSE-REASON
                       DISPLAY "[REVERSED BY REFERENCE "
                           TM-LINK-REF "]"
                   ELSE
                   IF WS-ORIG-DIRECTION = SPACE
                           OR TM-AMOUNT = ZERO THEN
                       MOVE "NOT A MONETARY POSTING"
                           TO WS-REFUSE-REASON
                   ELSE
                       MOVE "Y" TO WS-REVERSAL-OK
                   END-IF
                   END-IF
                   END-IF
               END-IF
               CLOSE TRAN-MASTER
           END-IF.

           0120-CHECK-ACCOUNT.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               MOVE "N" TO WS-REVERSAL-OK
               MOVE "NO ACCOUNT MASTER" TO WS-REFUSE-REASON
           ELSE
               MOVE WS-ORIG-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-STATUS NOT = "00" THEN
                   MOVE "N" TO WS-REVERSAL-OK
                   MOVE "ACCOUNT NOT ON FILE (CLOSED?)"
                       TO WS-REFUSE-REASON
               ELSE
               IF ACCT-CURRENCY-CODE NOT = WS-ORIG-CURRENCY THEN
                   MOVE "N" TO WS-REVERSAL-OK
                   MOVE "ACCOUNT CURRENCY HAS CHANGED"
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE ACCT-BALANCE TO WS-DISPLAY-VALUE
                   DISPLAY "[CURRENT BALANCE]: " WS-DISPLAY-VALUE
                   IF WS-ORIG-DIRECTION = "C" AND
                           WS-ORIG-AMOUNT > ACCT-BALANCE +
                               ACCT-OVERDRAFT-LIMIT THEN
                       DISPLAY "[WARNING - REVERSAL WILL TAKE THE "
                           "ACCOUNT PAST ITS OVERDRAFT LIMIT]"
                   END-IF
               END-IF
               END-IF
               CLOSE ACCOUNT-FILE
           END-IF.

      *> The account is read again for update; if it has gone since
      *> it was checked nothing is posted. The hold is cancelled
      *> before the balances move: while it is in place the deposited
      *> amount was never in the available balance, so only the
      *> ledger balance comes down.
           0200-POST-REVERSAL.

           MOVE "N" TO WS-HOLD-CANCELLED.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               MOVE "N" TO WS-REVERSAL-OK
               MOVE "NO ACCOUNT MASTER" TO WS-REFUSE-REASON
           ELSE
               MOVE WS-ORIG-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-STATUS NOT = "00" THEN
                   MOVE "N" TO WS-REVERSAL-OK
                   MOVE "ACCOUNT NOT ON FILE (CLOSED?)"
                       TO WS-REFUSE-REASON
               ELSE
                   IF WS-ORIG-TRAN-TYPE = "DEPOSIT" THEN
                       PERFORM 0210-CANCEL-DEPOSIT-HOLD
                   END-IF
                   IF WS-ORIG-DIRECTION = "C" THEN
                       SUBTRACT WS-ORIG-AMOUNT FROM ACCT-BALANCE
                       IF WS-HOLD-CANCELLED NOT = "Y" THEN
                           SUBTRACT WS-ORIG-AMOUNT
                               FROM ACCT-AVAIL-BALANCE
                       END-IF
                       MOVE "REVERSAL DR" TO WS-TRAN-TYPE
                   ELSE
                       ADD WS-ORIG-AMOUNT TO ACCT-BALANCE
                       ADD WS-ORIG-AMOUNT TO ACCT-AVAIL-BALANCE
                       MOVE "REVERSAL CR" TO WS-TRAN-TYPE
                   END-IF
                   REWRITE ACCOUNT-RECORD
                   MOVE ACCT-BALANCE TO WS-LOG-BALANCE
               END-IF
               CLOSE ACCOUNT-FILE
           END-IF.
           IF WS-REVERSAL-OK = "Y" THEN
               PERFORM 0290-LOG-TRANSACTION
               MOVE WS-LOG-BALANCE TO WS-DISPLAY-VALUE
               DISPLAY "[NEW BALANCE]: " WS-DISPLAY-VALUE
           END-IF.

           0210-CANCEL-DEPOSIT-HOLD.

           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS = "00" THEN
               MOVE WS-ORIG-ACCT-NUMBER TO HOLD-ACCT-NUMBER
               MOVE WS-ORIG-REF TO HOLD-REF-NUMBER
               READ HOLD-FILE
                   KEY IS HOLD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-HOLD-STATUS = "00" THEN
                   DELETE HOLD-FILE RECORD
                   MOVE "Y" TO WS-HOLD-CANCELLED
                   DISPLAY "[DEPOSIT HOLD CANCELLED]"
               END-IF
               CLOSE HOLD-FILE
           END-IF.

           0250-LINK-ORIGINAL.

           OPEN I-O TRAN-MASTER.
           MOVE WS-ORIG-REF TO TM-REF-NUMBER.
           READ TRAN-MASTER
               KEY IS TM-REF-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TM-STATUS = "00" THEN
               MOVE WS-NEW-REF TO TM-LINK-REF
               REWRITE TRAN-MASTER-RECORD
           END-IF.
           CLOSE TRAN-MASTER.

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
           MOVE WS-ORIG-ACCT-NUMBER TO TL-ACCT-NUMBER.
           MOVE WS-TRAN-TYPE TO TL-TRAN-TYPE.
           MOVE WS-ORIG-AMOUNT TO TL-AMOUNT.
           MOVE WS-LOG-BALANCE TO TL-BALANCE.
           MOVE WS-ORIG-CURRENCY TO TL-CURRENCY-CODE.
           MOVE WS-NEW-REF TO TL-REF-NUMBER.
           MOVE WS-ORIG-RATE TO TL-RATE.
           MOVE WS-ORIG-BASE-AMOUNT TO TL-BASE-AMOUNT.
           MOVE WS-ORIG-FX-CURRENCY TO TL-FX-CURRENCY.
           MOVE WS-ORIG-PAYEE-NUMBER TO TL-PAYEE-NUMBER.
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

      *> The reversal carries the original reference in its link so
      *> either posting leads to the other.
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
           MOVE WS-ORIG-REF TO TM-LINK-REF.
           MOVE WS-OPERATOR-ID TO TM-OPERATOR-ID.
           WRITE TRAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           CLOSE TRAN-MASTER.

           0900-LOG-SECURITY-EVENT.

           OPEN EXTEND SECURITY-LOG.
           IF WS-SEC-STATUS = "35" THEN
               OPEN OUTPUT SECURITY-LOG
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO SE-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO SE-TIME.
           MOVE WS-ORIG-ACCT-NUMBER TO SE-ACCT-NUMBER.
           MOVE WS-SEC-EVENT-TYPE TO SE-EVENT-TYPE.
           MOVE WS-SEC-OUTCOME TO SE-OUTCOME.
           MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
           MOVE SPACES TO SE-AUTHORISER-ID.
           MOVE ZERO TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.
           CLOSE SECURITY-LOG.

           0095-WRITE-CONTROL-TOTALS.

           PERFORM 0096-COUNT-ACCOUNT-MASTER.
           PERFORM 0097-COUNT-TRANSACTION-LOG.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CTL-STATUS = "35" THEN
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN EXTEND CONTROL-FILE
           END-IF.
           MOVE "TRANREV" TO CTL-JOB-NAME.
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

       END PROGRAM TRANREV.
