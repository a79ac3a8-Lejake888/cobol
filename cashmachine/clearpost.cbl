       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEARPOST AS "CLEARPOST".
      *> Posts the inbound clearing file. A debit is only paid under
      *> an active direct debit mandate on MANDATE for the account and
      *> originator, started by today and within its limit; anything
      *> else goes back on CLEARRET with the reason. Each collection
      *> paid is recorded on the mandate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS WS-RC-STATUS.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MAND-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           COPY MANDREC.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           COPY CTLREC.
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-RETURN-REASON PIC X(20).
           01 WS-MAND-STATUS PIC XX.
           01 WS-MAND-OPEN PIC X VALUE "N".
           01 WS-MANDATE-FOUND PIC X VALUE "N".
           01 WS-MANDATE-RETURNS PIC 9(6) VALUE ZERO.
           01 WS-ITEMS-READ PIC 9(6) VALUE ZERO.
           01 WS-ITEMS-POSTED PIC 9(6) VALUE ZERO.
           01 WS-ITEMS-RETURNED PIC 9(6) VALUE ZERO.
               STOP RUN
           END-IF.

           OPEN I-O MANDATE-FILE.
           IF WS-MAND-STATUS = "00" THEN
               MOVE "Y" TO WS-MAND-OPEN
           END-IF.

           OPEN OUTPUT RETURNS-FILE.
           OPEN OUTPUT SETTLEMENT-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.

           CLOSE CLEARING-FILE.
           CLOSE ACCOUNT-FILE.
           IF WS-MAND-OPEN = "Y" THEN
               CLOSE MANDATE-FILE
           END-IF.
           CLOSE RETURNS-FILE.

           PERFORM 0400-WRITE-SETTLEMENT-TOTALS.
               IF CI-CURRENCY-CODE NOT = ACCT-CURRENCY-CODE THEN
                   MOVE "CURRENCY MISMATCH" TO WS-RETURN-REASON
               ELSE
                   IF CI-IS-DEBIT THEN
                       PERFORM 0150-CHECK-MANDATE
                   END-IF
                   IF WS-RETURN-REASON = SPACES AND CI-IS-DEBIT AND
                           CI-AMOUNT > ACCT-AVAIL-BALANCE
                           + ACCT-OVERDRAFT-LIMIT THEN
                       MOVE "INSUFFICIENT FUNDS"
                           TO WS-RETURN-REASON
               ADD 1 TO WS-ITEMS-POSTED
               ADD CI-AMOUNT TO WS-TOTAL-POSTED
               PERFORM 0200-LOG-CLEARING-ITEM
               IF CI-IS-DEBIT THEN
                   PERFORM 0160-RECORD-COLLECTION
               END-IF
           END-IF.

      *> No mandate, or none in force today, is returned as such;
      *> a debit above a mandate's limit (zero = none) is returned
      *> whatever the funds.
           0150-CHECK-MANDATE.

           MOVE "N" TO WS-MANDATE-FOUND.
           IF WS-MAND-OPEN = "Y" THEN
               MOVE CI-ACCT-NUMBER TO MD-ACCT-NUMBER
               MOVE CI-ORIG-REF TO MD-ORIG-REF
               READ MANDATE-FILE
                   KEY IS MD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MAND-STATUS = "00" THEN
                   MOVE "Y" TO WS-MANDATE-FOUND
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-MANDATE-FOUND = "N"
                   MOVE "NO MANDATE" TO WS-RETURN-REASON
               WHEN MD-IS-CANCELLED
                   MOVE "MANDATE CANCELLED" TO WS-RETURN-REASON
               WHEN MD-START-DATE > WS-TODAY-DATE
                   MOVE "MANDATE NOT STARTED" TO WS-RETURN-REASON
               WHEN MD-MAX-AMOUNT > ZERO AND
                       CI-AMOUNT > MD-MAX-AMOUNT
                   MOVE "OVER MANDATE LIMIT" TO WS-RETURN-REASON
           END-EVALUATE.
           IF WS-RETURN-REASON NOT = SPACES THEN
               ADD 1 TO WS-MANDATE-RETURNS
           END-IF.

      *> The originator's first collection is kept for NOTIFY, which
      *> writes to the customer that day.
           0160-RECORD-COLLECTION.

           IF MD-FIRST-COLLECT-DATE = ZERO THEN
               MOVE WS-TODAY-DATE TO MD-FIRST-COLLECT-DATE
               MOVE CI-AMOUNT TO MD-FIRST-COLLECT-AMOUNT
           END-IF.
           MOVE WS-TODAY-DATE TO MD-LAST-COLLECT-DATE.
           MOVE CI-AMOUNT TO MD-LAST-COLLECT-AMOUNT.
           ADD 1 TO MD-COLLECT-COUNT.
           REWRITE MANDATE-RECORD.

           0200-LOG-CLEARING-ITEM.

           STRING "ITEMS READ " WS-ITEMS-READ
               "  POSTED " WS-ITEMS-POSTED
               "  RETURNED " WS-ITEMS-RETURNED
               " (" WS-MANDATE-RETURNS " ON MANDATE)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOTAL-IN TO WS-DISPLAY-TOTAL.
           MOVE TL-FX-CURRENCY TO TM-FX-CURRENCY.
           MOVE TL-PAYEE-NUMBER TO TM-PAYEE-NUMBER.
           MOVE TL-TERMINAL-ID TO TM-TERMINAL-ID.
           MOVE ZERO TO TM-LINK-REF.
           MOVE SPACES TO TM-OPERATOR-ID.
           WRITE TRAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
