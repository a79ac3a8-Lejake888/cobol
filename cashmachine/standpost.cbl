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
           01 WS-CTL-ACCT-HASH PIC S9(13)V9(2) VALUE ZERO.
           01 WS-CTL-TRAN-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CTL-TRAN-HASH PIC 9(13)V9(2) VALUE ZERO.
           01 WS-PAYEE-STATUS PIC XX.
           01 WS-PAYEE-OPEN PIC X VALUE "N".
           01 WS-OUT-STATUS PIC XX.
           01 WS-TM-STATUS PIC XX.
           01 WS-REF-STATUS PIC XX.
           01 WS-REF-EOF PIC X VALUE "N".
           IF WS-CAL-STATUS = "00" THEN
               MOVE "Y" TO WS-CAL-OPEN
           END-IF.
           OPEN INPUT PAYEE-FILE.
           IF WS-PAYEE-STATUS = "00" THEN
               MOVE "Y" TO WS-PAYEE-OPEN
           END-IF.

           PERFORM 0010-OPEN-STANDING-ORDERS.
           OPEN I-O ACCOUNT-FILE.
           IF WS-CAL-OPEN = "Y" THEN
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-PAYEE-OPEN = "Y" THEN
               CLOSE PAYEE-FILE
           END-IF.
           PERFORM 0020-MARK-RUN-COMPLETE.
           CLOSE RUN-CONTROL.
           PERFORM 0095-WRITE-CONTROL-TOTALS.
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO WS-ORDERS-POSTED
                   PERFORM 0200-LOG-STANDING-ORDER
                   PERFORM 0250-WRITE-OUTBOUND-PAYMENT
               END-IF
               PERFORM 0150-ADVANCE-DUE-DATE
               REWRITE STANDORD-RECORD
           CLOSE TRANSACTION-LOG.
           PERFORM 0093-WRITE-TRAN-MASTER.

      *> Every payment that leaves the bank goes on the outbound
      *> clearing file with the payee's bank details from the payee
      *> master. A payee not on the master still goes out, with
      *> zero bank details, so the file agrees with the ledger; the
      *> settlement report lists it for repair.
           0250-WRITE-OUTBOUND-PAYMENT.

           OPEN EXTEND OUTBOUND-FILE.
           IF WS-OUT-STATUS = "35" THEN
               OPEN OUTPUT OUTBOUND-FILE
               CLOSE OUTBOUND-FILE
               OPEN EXTEND OUTBOUND-FILE
           END-IF.
           MOVE ZERO TO CO-SORT-CODE.
           MOVE ZERO TO CO-BANK-ACCT.
           IF WS-PAYEE-OPEN = "Y" AND SO-PAYEE-NUMBER NOT = ZERO THEN
               MOVE SO-PAYEE-NUMBER TO PAYEE-NUMBER
               READ PAYEE-FILE
                   KEY IS PAYEE-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PAYEE-STATUS = "00" THEN
                   MOVE PAYEE-SORT-CODE TO CO-SORT-CODE
                   MOVE PAYEE-BANK-ACCT TO CO-BANK-ACCT
               END-IF
           END-IF.
           MOVE SO-ACCT-NUMBER TO CO-ACCT-NUMBER.
           MOVE "D" TO CO-DC-FLAG.
           MOVE SO-AMOUNT TO CO-AMOUNT.
           MOVE ACCT-CURRENCY-CODE TO CO-CURRENCY-CODE.
           MOVE WS-NEW-REF TO CO-ORIG-REF.
           MOVE SO-PAYEE TO CO-PAYEE-NAME.
           MOVE SO-PAYEE-NUMBER TO CO-PAYEE-NUMBER.
           MOVE SO-ORDER-NUMBER TO CO-ORDER-NUMBER.
           MOVE SO-NEXT-DUE-DATE TO CO-DUE-DATE.
           WRITE OUTBOUND-RECORD.
           CLOSE OUTBOUND-FILE.

           0092-ALLOCATE-REFERENCE.

           MOVE TL-FX-CURRENCY TO TM-FX-CURRENCY.
           MOVE TL-PAYEE-NUMBER TO TM-PAYEE-NUMBER.
           MOVE TL-TERMINAL-ID TO TM-TERMINAL-ID.
           MOVE ZERO TO TM-LINK-REF.
           MOVE SPACES TO TM-OPERATOR-ID.
           WRITE TRAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
