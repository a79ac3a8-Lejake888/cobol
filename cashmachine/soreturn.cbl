       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORETURN AS "SORETURN".
      *> Matches standing order payments returned by the payee's bank
      *> back to the order that raised them. Runs on the clearing
      *> returns file before CLEARPOST rewrites it for the day. Each
      *> return carries our originator reference, which SOSETTLE's
      *> register SOSENT ties to the transmission file
      *> CLEAROUT.YYYYMMDD it went out on; that file gives the order
      *> number and due date. A payment sent before the register was
      *> kept is looked for under the date in its reference. The
      *> customer is re-credited, the original posting is linked to
      *> the return credit so it cannot be returned twice, and the
      *> occurrence is recorded on SORETRY as permanently failed.
      *> A returned term deposit payout (TDMATURE's TD PAYOUT, sent
      *> on CLEAROUT in the same way) is re-credited to the deposit
      *> account and linked likewise, the funds then being held there
      *> as for any payout that cannot be made; it has no order, so
      *> nothing goes to SORETRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE ASSIGN TO "CLEARRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT TRANSMISSION-FILE ASSIGN USING WS-SEND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEND-STATUS.
           SELECT SETTLEMENT-REGISTER ASSIGN TO "SOSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
           SELECT RETURN-REPORT ASSIGN TO "SORETURN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT RETRY-FILE ASSIGN TO "SORETRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RETRY-STATUS.
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
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS WS-RC-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNS-FILE.
       01  RETURNS-RECORD.
           05 CR-ACCT-NUMBER       PIC 9(6).
           05 CR-DC-FLAG           PIC X.
           05 CR-AMOUNT            PIC 9(7)V9(2).
           05 CR-CURRENCY-CODE     PIC X(3).
           05 CR-ORIG-REF          PIC X(16).
           05 CR-RETURN-REASON     PIC X(20).
       FD  TRANSMISSION-FILE.
       01  OUTBOUND-RECORD.
           COPY CLROUT.
       FD  SETTLEMENT-REGISTER.
       01  SENT-RECORD.
           COPY SOSNTREC.
       FD  RETURN-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  RETRY-FILE.
       01  RETRY-RECORD.
           COPY SORETREC.
       FD  TRANSACTION-LOG.
       01  TRANLOG-RECORD.
           COPY TRANREC.
       FD  TRAN-MASTER.
       01  TRAN-MASTER-RECORD.
           COPY TRANMREC.
       FD  REF-FILE.
       01  REF-RECORD.
           05 REF-LAST-NUMBER      PIC 9(12).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.
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
           01 WS-RET-STATUS PIC XX.
           01 WS-SEND-STATUS PIC XX.
           01 WS-SENT-STATUS PIC XX.
           01 WS-SENT-EOF PIC X VALUE "N".
           01 WS-RPT-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-RETRY-STATUS PIC XX.
           01 WS-LOG-STATUS PIC XX.
           01 WS-TM-STATUS PIC XX.
           01 WS-REF-STATUS PIC XX.
           01 WS-RC-STATUS PIC XX.
           01 WS-REF-EOF PIC X VALUE "N".
           01 WS-NEW-REF PIC 9(12).
           01 WS-REF-DATE PIC 9(8).
           01 WS-RET-EOF PIC X VALUE "N".
           01 WS-SEND-EOF PIC X VALUE "N".
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-RESTART-COUNT PIC 9(9) VALUE ZERO.
           01 WS-SEND-NAME.
               05 FILLER PIC X(9) VALUE "CLEAROUT.".
               05 WS-SEND-DATE PIC X(8).
      *> The returned item's originator reference, viewed as our own
      *> twelve digit transaction reference.
           01 WS-RETURN-REF.
               05 WS-RETURN-REF-NUM PIC X(12).
               05 WS-RETURN-REF-PAD PIC X(4).
           01 WS-ORIG-REF PIC 9(12).
           01 WS-ORDER-FOUND PIC X VALUE "N".
           01 WS-REJECT-REASON PIC X(30).
           01 WS-RETURN-AMOUNT PIC 9(7)V9(2).
           01 WS-RETURN-PAYEE-NUMBER PIC 9(6).
           01 WS-ORDER-NUMBER PIC 9(6).
           01 WS-ORDER-DUE-DATE PIC 9(8).
           01 WS-ORDER-PAYEE PIC X(20).
      *> "Y" when the returned payment is a term deposit payout.
           01 WS-RETURN-IS-TD PIC X VALUE "N".
           01 WS-ITEMS-READ PIC 9(6) VALUE ZERO.
           01 WS-ITEMS-MATCHED PIC 9(6) VALUE ZERO.
           01 WS-ITEMS-REJECTED PIC 9(6) VALUE ZERO.
           01 WS-ITEMS-IGNORED PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-RECREDITED PIC 9(11)V9(2) VALUE ZERO.
           01 WS-DISPLAY-VALUE PIC ---,---,---,--9.99.
           01 WS-DISPLAY-TOTAL PIC --,---,---,---,--9.99.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           PERFORM 0010-CHECK-RUN-CONTROL.

           OPEN INPUT RETURNS-FILE.
           IF WS-RET-STATUS = "35" THEN
               DISPLAY "[NO CLEARRET FILE - NO RETURNED PAYMENTS]"
               PERFORM 0020-MARK-RUN-COMPLETE
               CLOSE RUN-CONTROL
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS = "35" THEN
               DISPLAY "[NO ACCOUNT MASTER FILE - CANNOT RE-CREDIT]"
               CLOSE RETURNS-FILE
               CLOSE RUN-CONTROL
               STOP RUN
           END-IF.

           OPEN OUTPUT RETURN-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RETURNED STANDING ORDER PAYMENTS " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM UNTIL WS-RET-EOF = "Y"
               READ RETURNS-FILE
                   AT END
                       MOVE "Y" TO WS-RET-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       IF WS-ITEMS-READ > WS-RESTART-COUNT THEN
                           PERFORM 0030-CHECKPOINT-RUN-CONTROL
                           PERFORM 0100-MATCH-RETURN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RETURNS-FILE.
           CLOSE ACCOUNT-FILE.
           PERFORM 0400-WRITE-RETURN-TOTALS.
           CLOSE RETURN-REPORT.
           PERFORM 0020-MARK-RUN-COMPLETE.
           CLOSE RUN-CONTROL.
           PERFORM 0095-WRITE-CONTROL-TOTALS.

           DISPLAY "[" WS-ITEMS-MATCHED " PAYMENT(S) RETURNED AND "
               "RE-CREDITED, " WS-ITEMS-REJECTED " NOT MATCHED - "
               "SEE SORETURN.RPT]".
           STOP RUN.

           0010-CHECK-RUN-CONTROL.

           OPEN I-O RUN-CONTROL.
           IF WS-RC-STATUS = "35" THEN
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL
           END-IF.
           MOVE "SORETURN" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RC-STATUS = "00" THEN
               IF RC-CYCLE = WS-TODAY-DATE AND RC-COMPLETED THEN
                   DISPLAY "[SORETURN ALREADY COMPLETED FOR "
                       WS-TODAY-DATE " - RUN REFUSED]"
                   CLOSE RUN-CONTROL
                   STOP RUN
               END-IF
               IF RC-CYCLE = WS-TODAY-DATE AND RC-STARTED THEN
                   MOVE RC-LAST-KEY TO WS-RESTART-COUNT
                   DISPLAY "[RESTARTING SORETURN - ITEM "
                       WS-RESTART-COUNT " IS IN DOUBT: NOT"
                       " REPROCESSED, CHECK THE TRANSACTION LOG"
                       " AND RESOLVE MANUALLY]"
               END-IF
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-TODAY-DATE TO RC-CYCLE
               MOVE "S" TO RC-STATUS
               MOVE WS-RESTART-COUNT TO RC-LAST-KEY
               REWRITE RUN-CONTROL-RECORD
           ELSE
               MOVE "SORETURN" TO RC-JOB-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-TODAY-DATE TO RC-CYCLE
               MOVE "S" TO RC-STATUS
               MOVE ZERO TO RC-LAST-KEY
               WRITE RUN-CONTROL-RECORD
           END-IF.

           0020-MARK-RUN-COMPLETE.

           MOVE "SORETURN" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "C" TO RC-STATUS.
           REWRITE RUN-CONTROL-RECORD.

           0030-CHECKPOINT-RUN-CONTROL.

           MOVE "SORETURN" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-ITEMS-READ TO RC-LAST-KEY.
           REWRITE RUN-CONTROL-RECORD.

      *> Items CLEARPOST sent back itself share the returns file; they
      *> carry another bank's reference rather than one of ours and
      *> are counted as other returns. A reference of ours that is
      *> not a standing order or term deposit payment is counted the
      *> same way; every other item is matched or reported.
           0100-MATCH-RETURN.

           MOVE CR-ORIG-REF TO WS-RETURN-REF.
           IF CR-DC-FLAG NOT = "D" OR
                   WS-RETURN-REF-NUM IS NOT NUMERIC OR
                   WS-RETURN-REF-PAD NOT = SPACES THEN
               ADD 1 TO WS-ITEMS-IGNORED
           ELSE
               MOVE WS-RETURN-REF-NUM TO WS-ORIG-REF
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM 0110-FIND-ORIGINAL
               IF WS-REJECT-REASON = SPACES THEN
                   PERFORM 0120-FIND-ORDER
               END-IF
               IF WS-REJECT-REASON = SPACES THEN
                   PERFORM 0130-CHECK-ACCOUNT
               END-IF
               IF WS-REJECT-REASON = "NOT OUR PAYMENT" THEN
                   ADD 1 TO WS-ITEMS-IGNORED
               ELSE
               IF WS-REJECT-REASON NOT = SPACES THEN
                   PERFORM 0300-REPORT-REJECT
               ELSE
                   PERFORM 0200-RECREDIT-CUSTOMER
                   PERFORM 0250-LINK-ORIGINAL
                   IF WS-RETURN-IS-TD = "Y" THEN
                       PERFORM 0320-REPORT-TD-MATCH
                   ELSE
                       PERFORM 0260-RECORD-FAILURE
                       PERFORM 0310-REPORT-MATCH
                   END-IF
               END-IF
               END-IF
           END-IF.

           0110-FIND-ORIGINAL.

           MOVE "N" TO WS-RETURN-IS-TD.
           OPEN INPUT TRAN-MASTER.
           IF WS-TM-STATUS NOT = "00" THEN
               MOVE "NOT OUR PAYMENT" TO WS-REJECT-REASON
           ELSE
               MOVE WS-ORIG-REF TO TM-REF-NUMBER
               READ TRAN-MASTER
                   KEY IS TM-REF-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TM-STATUS NOT = "00" THEN
                   MOVE "NOT OUR PAYMENT" TO WS-REJECT-REASON
               ELSE
               IF TM-TRAN-TYPE NOT = "STANDING ORD" AND
                       TM-TRAN-TYPE NOT = "TD PAYOUT" OR
                       TM-ACCT-NUMBER NOT = CR-ACCT-NUMBER THEN
                   MOVE "NOT OUR PAYMENT" TO WS-REJECT-REASON
               ELSE
               IF TM-AMOUNT NOT = CR-AMOUNT THEN
                   MOVE "AMOUNT DIFFERS FROM PAYMENT"
                       TO WS-REJECT-REASON
               ELSE
               IF TM-LINK-REF NOT = ZERO THEN
                   MOVE "ALREADY RETURNED OR REVERSED"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE TM-AMOUNT TO WS-RETURN-AMOUNT
                   MOVE TM-PAYEE-NUMBER TO WS-RETURN-PAYEE-NUMBER
                   IF TM-TRAN-TYPE = "TD PAYOUT" THEN
                       MOVE "Y" TO WS-RETURN-IS-TD
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               CLOSE TRAN-MASTER
           END-IF.

      *> The last entry for the reference wins, should a file have
      *> been registered twice.
           0115-FIND-SEND-DATE.

           MOVE WS-RETURN-REF-NUM(1:8) TO WS-SEND-DATE.
           MOVE "N" TO WS-SENT-EOF.
           OPEN INPUT SETTLEMENT-REGISTER.
           IF WS-SENT-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-SENT-EOF
           END-IF.
           PERFORM UNTIL WS-SENT-EOF = "Y"
               READ SETTLEMENT-REGISTER
                   AT END
                       MOVE "Y" TO WS-SENT-EOF
                   NOT AT END
                       IF SN-ORIG-REF = CR-ORIG-REF THEN
                           MOVE SN-SEND-DATE TO WS-SEND-DATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SENT-STATUS NOT = "35" THEN
               CLOSE SETTLEMENT-REGISTER
           END-IF.

           0120-FIND-ORDER.

           MOVE "N" TO WS-ORDER-FOUND.
           MOVE "N" TO WS-SEND-EOF.
           PERFORM 0115-FIND-SEND-DATE.
           OPEN INPUT TRANSMISSION-FILE.
           IF WS-SEND-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-SEND-EOF
           END-IF.
           PERFORM UNTIL WS-SEND-EOF = "Y"
               READ TRANSMISSION-FILE
                   AT END
                       MOVE "Y" TO WS-SEND-EOF
                   NOT AT END
                       IF CO-ORIG-REF = CR-ORIG-REF THEN
                           MOVE "Y" TO WS-ORDER-FOUND
                           MOVE "Y" TO WS-SEND-EOF
                           MOVE CO-ORDER-NUMBER TO WS-ORDER-NUMBER
                           MOVE CO-DUE-DATE TO WS-ORDER-DUE-DATE
                           MOVE CO-PAYEE-NAME TO WS-ORDER-PAYEE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SEND-STATUS NOT = "35" THEN
               CLOSE TRANSMISSION-FILE
           END-IF.
           IF WS-ORDER-FOUND NOT = "Y" THEN
               MOVE "NOT ON TRANSMISSION FILE" TO WS-REJECT-REASON
           END-IF.

           0130-CHECK-ACCOUNT.

           MOVE CR-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS NOT = "00" THEN
               MOVE "ACCOUNT CLOSED - REFER" TO WS-REJECT-REASON
           END-IF.

           0200-RECREDIT-CUSTOMER.

           ADD WS-RETURN-AMOUNT TO ACCT-BALANCE.
           ADD WS-RETURN-AMOUNT TO ACCT-AVAIL-BALANCE.
           REWRITE ACCOUNT-RECORD.
           ADD 1 TO WS-ITEMS-MATCHED.
           ADD WS-RETURN-AMOUNT TO WS-TOTAL-RECREDITED.
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
           MOVE CR-ACCT-NUMBER TO TL-ACCT-NUMBER.
           MOVE "SO RETURN" TO TL-TRAN-TYPE.
           MOVE WS-RETURN-AMOUNT TO TL-AMOUNT.
           MOVE ACCT-BALANCE TO TL-BALANCE.
           MOVE ACCT-CURRENCY-CODE TO TL-CURRENCY-CODE.
           MOVE WS-NEW-REF TO TL-REF-NUMBER.
           MOVE ZERO TO TL-RATE.
           MOVE ZERO TO TL-BASE-AMOUNT.
           MOVE SPACES TO TL-FX-CURRENCY.
           MOVE WS-RETURN-PAYEE-NUMBER TO TL-PAYEE-NUMBER.
           MOVE SPACES TO TL-TERMINAL-ID.
           WRITE TRANLOG-RECORD.
           CLOSE TRANSACTION-LOG.
           PERFORM 0093-WRITE-TRAN-MASTER.

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

      *> A returned payment will not succeed on retry - the payee's
      *> bank has refused it - so the occurrence goes straight on as
      *> failed for the exceptions report and the customer's follow-up.
           0260-RECORD-FAILURE.

           OPEN I-O RETRY-FILE.
           IF WS-RETRY-STATUS = "35" THEN
               OPEN OUTPUT RETRY-FILE
               CLOSE RETRY-FILE
               OPEN I-O RETRY-FILE
           END-IF.
           MOVE WS-ORDER-NUMBER TO RT-ORDER-NUMBER.
           MOVE WS-ORDER-DUE-DATE TO RT-DUE-DATE.
           READ RETRY-FILE
               KEY IS RT-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CR-ACCT-NUMBER TO RT-ACCT-NUMBER.
           MOVE WS-ORDER-PAYEE TO RT-PAYEE.
           MOVE WS-RETURN-PAYEE-NUMBER TO RT-PAYEE-NUMBER.
           MOVE WS-RETURN-AMOUNT TO RT-AMOUNT.
           MOVE WS-TODAY-DATE TO RT-FIRST-FAIL-DATE.
           MOVE "F" TO RT-STATUS.
           IF WS-RETRY-STATUS = "00" THEN
               REWRITE RETRY-RECORD
           ELSE
               MOVE ZERO TO RT-RETRY-COUNT
               WRITE RETRY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           CLOSE RETRY-FILE.

           0300-REPORT-REJECT.

           ADD 1 TO WS-ITEMS-REJECTED.
           MOVE CR-AMOUNT TO WS-DISPLAY-VALUE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NOT MATCHED ACCT " CR-ACCT-NUMBER
               " REF " CR-ORIG-REF
               " " WS-DISPLAY-VALUE
               " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0310-REPORT-MATCH.

           MOVE WS-RETURN-AMOUNT TO WS-DISPLAY-VALUE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ORDER " WS-ORDER-NUMBER
               " DUE " WS-ORDER-DUE-DATE
               " ACCT " CR-ACCT-NUMBER
               " " WS-DISPLAY-VALUE
               " RE-CREDITED REF " WS-NEW-REF
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "      PAYEE " WS-ORDER-PAYEE
               " REASON " CR-RETURN-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0320-REPORT-TD-MATCH.

           MOVE WS-RETURN-AMOUNT TO WS-DISPLAY-VALUE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TD PAYOUT RETURNED ACCT " CR-ACCT-NUMBER
               " REF " CR-ORIG-REF
               " " WS-DISPLAY-VALUE
               " RE-CREDITED REF " WS-NEW-REF
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "      PAYEE " WS-ORDER-PAYEE
               " REASON " CR-RETURN-REASON
               " - FUNDS HELD ON DEPOSIT ACCOUNT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0400-WRITE-RETURN-TOTALS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ITEMS READ " WS-ITEMS-READ
               "  MATCHED " WS-ITEMS-MATCHED
               "  NOT MATCHED " WS-ITEMS-REJECTED
               "  OTHER RETURNS " WS-ITEMS-IGNORED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOTAL-RECREDITED TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL RE-CREDITED " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

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
           MOVE WS-ORIG-REF TO TM-LINK-REF.
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
           MOVE "SORETURN" TO CTL-JOB-NAME.
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

       END PROGRAM SORETURN.
