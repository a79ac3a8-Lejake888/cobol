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
               STOP RUN
           END-IF.

           OPEN INPUT PAYEE-FILE.
           IF WS-PAYEE-STATUS = "00" THEN
               MOVE "Y" TO WS-PAYEE-OPEN
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "UNPAID STANDING ORDER EXCEPTIONS " WS-TODAY-DATE
           END-PERFORM.
           CLOSE RETRY-FILE.
           CLOSE ACCOUNT-FILE.
           IF WS-PAYEE-OPEN = "Y" THEN
               CLOSE PAYEE-FILE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PAID ON RETRY " WS-RETRIES-PAID
                   SUBTRACT RT-AMOUNT FROM ACCT-AVAIL-BALANCE
                   REWRITE ACCOUNT-RECORD
                   PERFORM 0200-LOG-RETRY-PAYMENT
                   PERFORM 0250-WRITE-OUTBOUND-PAYMENT
                   MOVE "Y" TO WS-PAID-FLAG
               END-IF
           END-IF.
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
           IF WS-PAYEE-OPEN = "Y" AND RT-PAYEE-NUMBER NOT = ZERO THEN
               MOVE RT-PAYEE-NUMBER TO PAYEE-NUMBER
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
           MOVE RT-ACCT-NUMBER TO CO-ACCT-NUMBER.
           MOVE "D" TO CO-DC-FLAG.
           MOVE RT-AMOUNT TO CO-AMOUNT.
           MOVE ACCT-CURRENCY-CODE TO CO-CURRENCY-CODE.
           MOVE WS-NEW-REF TO CO-ORIG-REF.
           MOVE RT-PAYEE TO CO-PAYEE-NAME.
           MOVE RT-PAYEE-NUMBER TO CO-PAYEE-NUMBER.
           MOVE RT-ORDER-NUMBER TO CO-ORDER-NUMBER.
           MOVE RT-DUE-DATE TO CO-DUE-DATE.
           WRITE OUTBOUND-RECORD.
           CLOSE OUTBOUND-FILE.

           0300-REPORT-EXCEPTION.

           MOVE RT-AMOUNT TO WS-DISPLAY-VALUE.
           MOVE TL-FX-CURRENCY TO TM-FX-CURRENCY.
           MOVE TL-PAYEE-NUMBER TO TM-PAYEE-NUMBER.
           MOVE TL-TERMINAL-ID TO TM-TERMINAL-ID.
           MOVE ZERO TO TM-LINK-REF.
           MOVE SPACES TO TM-OPERATOR-ID.
           WRITE TRAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
