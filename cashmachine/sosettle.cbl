       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSETTLE AS "SOSETTLE".
      *> Closes the day's outbound clearing file. Runs after STANDPOST
      *> and SORETRY: the payments they wrote to CLEAROUT are copied
      *> to the dated transmission file CLEAROUT.YYYYMMDD with a
      *> trailer of item count and total, and the settlement report
      *> proves every item against its posting on TRANMSTR through
      *> the originator reference - a STANDING ORD or TD PAYOUT debit
      *> on the same account for the same amount - and proves that
      *> every such debit posted today has an item on the file. The
      *> ledger is TRANMSTR rather than TRANLOG because TRANARCH
      *> empties the log each night. CLEAROUT is only emptied when
      *> the file is proved, so an out-of-balance day can be put
      *> right and the job run again; its items are then added to
      *> the settlement register SOSENT under today's date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOUND-FILE ASSIGN TO "CLEAROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT TRANSMISSION-FILE ASSIGN USING WS-SEND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEND-STATUS.
           SELECT TRAN-MASTER ASSIGN TO "TRANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-REF-NUMBER
               ALTERNATE RECORD KEY IS TM-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT SETTLEMENT-REPORT ASSIGN TO "SOSETTLE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS WS-RC-STATUS.
           SELECT SETTLEMENT-REGISTER ASSIGN TO "SOSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD.
           COPY CLROUT.
       FD  TRANSMISSION-FILE.
       01  TRANSMISSION-RECORD PIC X(89).
       FD  TRAN-MASTER.
       01  TRAN-MASTER-RECORD.
           COPY TRANMREC.
       FD  SETTLEMENT-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.
       FD  SETTLEMENT-REGISTER.
       01  SENT-RECORD.
           COPY SOSNTREC.
       WORKING-STORAGE SECTION.
           01 WS-OUT-STATUS PIC XX.
           01 WS-SEND-STATUS PIC XX.
           01 WS-TM-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-RC-STATUS PIC XX.
           01 WS-SENT-STATUS PIC XX.
           01 WS-OUT-EOF PIC X VALUE "N".
           01 WS-TM-EOF PIC X VALUE "N".
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-SEND-NAME.
               05 FILLER PIC X(9) VALUE "CLEAROUT.".
               05 WS-SEND-DATE PIC 9(8).
           01 WS-TRAILER.
               05 FILLER PIC X(9) VALUE "*TRAILER*".
               05 WS-TRL-COUNT PIC 9(9).
               05 WS-TRL-TOTAL PIC 9(13)V9(2).
           01 WS-FILE-ITEMS PIC 9(9) VALUE ZERO.
           01 WS-FILE-TOTAL PIC 9(13)V9(2) VALUE ZERO.
           01 WS-LEDGER-ITEMS PIC 9(9) VALUE ZERO.
           01 WS-LEDGER-TOTAL PIC 9(13)V9(2) VALUE ZERO.
           01 WS-UNMATCHED-ITEMS PIC 9(9) VALUE ZERO.
      *> Today's side of the proof: file items whose posting was made
      *> today, against every payment debit posted today.
           01 WS-TODAY-ITEMS PIC 9(9) VALUE ZERO.
           01 WS-TODAY-TOTAL PIC 9(13)V9(2) VALUE ZERO.
           01 WS-POSTED-ITEMS PIC 9(9) VALUE ZERO.
           01 WS-POSTED-TOTAL PIC 9(13)V9(2) VALUE ZERO.
           01 WS-ITEM-MATCHED PIC X VALUE "N".
           01 WS-ITEM-REF.
               05 WS-ITEM-REF-NUM PIC X(12).
               05 WS-ITEM-REF-PAD PIC X(4).
           01 WS-FIRST-REF PIC 9(12).
           01 WS-REPAIR-ITEMS PIC 9(6) VALUE ZERO.
           01 WS-IN-BALANCE PIC X VALUE "N".
           01 WS-DISPLAY-VALUE PIC ---,---,---,--9.99.
           01 WS-DISPLAY-TOTAL PIC --,---,---,---,--9.99.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-SEND-DATE.

           PERFORM 0010-CHECK-RUN-CONTROL.

           OPEN OUTPUT SETTLEMENT-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OUTBOUND PAYMENTS SETTLEMENT REPORT " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM 0100-BUILD-TRANSMISSION.
           PERFORM 0200-PROVE-AGAINST-LEDGER.
           PERFORM 0300-TOTAL-DAYS-POSTINGS.
           PERFORM 0400-WRITE-SETTLEMENT-TOTALS.
           CLOSE SETTLEMENT-REPORT.

           IF WS-IN-BALANCE = "Y" THEN
               PERFORM 0500-REGISTER-SETTLEMENT
               OPEN OUTPUT OUTBOUND-FILE
               CLOSE OUTBOUND-FILE
               PERFORM 0020-MARK-RUN-COMPLETE
               CLOSE RUN-CONTROL
               DISPLAY "[" WS-FILE-ITEMS " PAYMENT(S) WRITTEN TO "
                   WS-SEND-NAME " - SEE SOSETTLE.RPT]"
           ELSE
               CLOSE RUN-CONTROL
               DISPLAY "[OUTBOUND FILE DOES NOT AGREE WITH THE "
                   "LEDGER - HOLD THE FILE, SEE SOSETTLE.RPT]"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           0010-CHECK-RUN-CONTROL.

           OPEN I-O RUN-CONTROL.
           IF WS-RC-STATUS = "35" THEN
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL
           END-IF.
           MOVE "SOSETTLE" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RC-STATUS = "00" THEN
               IF RC-CYCLE = WS-TODAY-DATE AND RC-COMPLETED THEN
                   DISPLAY "[SOSETTLE ALREADY COMPLETED FOR "
                       WS-TODAY-DATE " - RUN REFUSED]"
                   CLOSE RUN-CONTROL
                   STOP RUN
               END-IF
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-TODAY-DATE TO RC-CYCLE
               MOVE "S" TO RC-STATUS
               MOVE ZERO TO RC-LAST-KEY
               REWRITE RUN-CONTROL-RECORD
           ELSE
               MOVE "SOSETTLE" TO RC-JOB-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-TODAY-DATE TO RC-CYCLE
               MOVE "S" TO RC-STATUS
               MOVE ZERO TO RC-LAST-KEY
               WRITE RUN-CONTROL-RECORD
           END-IF.

           0020-MARK-RUN-COMPLETE.

           MOVE "SOSETTLE" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "C" TO RC-STATUS.
           REWRITE RUN-CONTROL-RECORD.

      *> The transmission file is rebuilt from scratch on every run,
      *> so a rerun after an out-of-balance day replaces it whole.
           0100-BUILD-TRANSMISSION.

           OPEN OUTPUT TRANSMISSION-FILE.
           OPEN INPUT OUTBOUND-FILE.
           IF WS-OUT-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-OUT-EOF
           END-IF.
           PERFORM UNTIL WS-OUT-EOF = "Y"
               READ OUTBOUND-FILE
                   AT END
                       MOVE "Y" TO WS-OUT-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-ITEMS
                       ADD CO-AMOUNT TO WS-FILE-TOTAL
                       MOVE OUTBOUND-RECORD TO TRANSMISSION-RECORD
                       WRITE TRANSMISSION-RECORD
                       IF CO-SORT-CODE = ZERO OR
                               CO-BANK-ACCT = ZERO THEN
                           PERFORM 0150-REPORT-REPAIR-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OUT-STATUS NOT = "35" THEN
               CLOSE OUTBOUND-FILE
           END-IF.
           MOVE WS-FILE-ITEMS TO WS-TRL-COUNT.
           MOVE WS-FILE-TOTAL TO WS-TRL-TOTAL.
           MOVE SPACES TO TRANSMISSION-RECORD.
           MOVE WS-TRAILER TO TRANSMISSION-RECORD.
           WRITE TRANSMISSION-RECORD.
           CLOSE TRANSMISSION-FILE.

           0150-REPORT-REPAIR-ITEM.

           ADD 1 TO WS-REPAIR-ITEMS.
           MOVE CO-AMOUNT TO WS-DISPLAY-VALUE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REPAIR ORDER " CO-ORDER-NUMBER
               " ACCT " CO-ACCT-NUMBER
               " " CO-PAYEE-NAME
               " " WS-DISPLAY-VALUE
               " - NO PAYEE BANK DETAILS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

      *> Every item on the file must lead back through its originator
      *> reference to the debit that paid it away.
           0200-PROVE-AGAINST-LEDGER.

           OPEN INPUT TRAN-MASTER.
           MOVE "N" TO WS-OUT-EOF.
           OPEN INPUT OUTBOUND-FILE.
           IF WS-OUT-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-OUT-EOF
           END-IF.
           PERFORM UNTIL WS-OUT-EOF = "Y"
               READ OUTBOUND-FILE
                   AT END
                       MOVE "Y" TO WS-OUT-EOF
                   NOT AT END
                       PERFORM 0210-MATCH-LEDGER-POSTING
               END-READ
           END-PERFORM.
           IF WS-OUT-STATUS NOT = "35" THEN
               CLOSE OUTBOUND-FILE
           END-IF.
           IF WS-TM-STATUS NOT = "35" THEN
               CLOSE TRAN-MASTER
           END-IF.

           0210-MATCH-LEDGER-POSTING.

           MOVE "N" TO WS-ITEM-MATCHED.
           MOVE CO-ORIG-REF TO WS-ITEM-REF.
           IF WS-ITEM-REF-NUM IS NUMERIC AND
                   WS-ITEM-REF-PAD = SPACES AND
                   WS-TM-STATUS NOT = "35" THEN
               MOVE WS-ITEM-REF-NUM TO TM-REF-NUMBER
               READ TRAN-MASTER
                   KEY IS TM-REF-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TM-STATUS = "00" THEN
                   IF (TM-TRAN-TYPE = "STANDING ORD" OR
                           TM-TRAN-TYPE = "TD PAYOUT") AND
                           TM-ACCT-NUMBER = CO-ACCT-NUMBER AND
                           TM-AMOUNT = CO-AMOUNT THEN
                       MOVE "Y" TO WS-ITEM-MATCHED
                   END-IF
               END-IF
           END-IF.
           IF WS-ITEM-MATCHED = "Y" THEN
               ADD 1 TO WS-LEDGER-ITEMS
               ADD TM-AMOUNT TO WS-LEDGER-TOTAL
               IF TM-DATE = WS-TODAY-DATE THEN
                   ADD 1 TO WS-TODAY-ITEMS
                   ADD TM-AMOUNT TO WS-TODAY-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-UNMATCHED-ITEMS
               MOVE CO-AMOUNT TO WS-DISPLAY-VALUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "UNMATCHED REF " CO-ORIG-REF
                   " ACCT " CO-ACCT-NUMBER
                   " " WS-DISPLAY-VALUE
                   " - NO MATCHING PAYMENT DEBIT ON TRANMSTR"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

      *> References begin with the posting date, so today's postings
      *> are read from the first reference of the day onward.
           0300-TOTAL-DAYS-POSTINGS.

           OPEN INPUT TRAN-MASTER.
           MOVE "N" TO WS-TM-EOF.
           IF WS-TM-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-TM-EOF
           ELSE
               COMPUTE WS-FIRST-REF = WS-TODAY-DATE * 10000
               MOVE WS-FIRST-REF TO TM-REF-NUMBER
               START TRAN-MASTER
                   KEY IS NOT LESS THAN TM-REF-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-TM-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-TM-EOF = "Y"
               READ TRAN-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TM-EOF
                   NOT AT END
                       IF TM-REF-NUMBER(1:8) NOT = WS-TODAY-DATE THEN
                           MOVE "Y" TO WS-TM-EOF
                       ELSE
                           IF TM-TRAN-TYPE = "STANDING ORD" OR
                                   TM-TRAN-TYPE = "TD PAYOUT" THEN
                               ADD 1 TO WS-POSTED-ITEMS
                               ADD TM-AMOUNT TO WS-POSTED-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TM-STATUS NOT = "35" THEN
               CLOSE TRAN-MASTER
           END-IF.

           0400-WRITE-SETTLEMENT-TOTALS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TRANSMISSION FILE " WS-SEND-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-FILE-TOTAL TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FILE ITEMS   " WS-FILE-ITEMS
               "  TOTAL " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-LEDGER-TOTAL TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LEDGER ITEMS " WS-LEDGER-ITEMS
               "  TOTAL " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ITEMS NOT ON LEDGER " WS-UNMATCHED-ITEMS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-POSTED-TOTAL TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PAYMENT DEBITS POSTED TODAY " WS-POSTED-ITEMS
               "  TOTAL " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TODAY-TOTAL TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OF WHICH ON FILE  " WS-TODAY-ITEMS
               "  TOTAL " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ITEMS FOR REPAIR " WS-REPAIR-ITEMS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-UNMATCHED-ITEMS = ZERO AND
                   WS-FILE-ITEMS = WS-LEDGER-ITEMS AND
                   WS-FILE-TOTAL = WS-LEDGER-TOTAL AND
                   WS-POSTED-ITEMS = WS-TODAY-ITEMS AND
                   WS-POSTED-TOTAL = WS-TODAY-TOTAL THEN
               MOVE "Y" TO WS-IN-BALANCE
               MOVE "FILE = PAYMENT DEBITS ON LEDGER - FILE PROVED"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "N" TO WS-IN-BALANCE
               MOVE "** FILE DIFFERS FROM LEDGER - DO NOT SEND **"
                   TO WS-REPORT-LINE
           END-IF.
           WRITE WS-REPORT-LINE.

      *> SORETURN looks a returned payment up here to find the file
      *> it went out on.
           0500-REGISTER-SETTLEMENT.

           OPEN EXTEND SETTLEMENT-REGISTER.
           IF WS-SENT-STATUS = "35" THEN
               OPEN OUTPUT SETTLEMENT-REGISTER
               CLOSE SETTLEMENT-REGISTER
               OPEN EXTEND SETTLEMENT-REGISTER
           END-IF.
           MOVE "N" TO WS-OUT-EOF.
           OPEN INPUT OUTBOUND-FILE.
           IF WS-OUT-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-OUT-EOF
           END-IF.
           PERFORM UNTIL WS-OUT-EOF = "Y"
               READ OUTBOUND-FILE
                   AT END
                       MOVE "Y" TO WS-OUT-EOF
                   NOT AT END
                       MOVE WS-SEND-DATE TO SN-SEND-DATE
                       MOVE CO-ORIG-REF TO SN-ORIG-REF
                       MOVE CO-ACCT-NUMBER TO SN-ACCT-NUMBER
                       MOVE CO-AMOUNT TO SN-AMOUNT
                       WRITE SENT-RECORD
               END-READ
           END-PERFORM.
           IF WS-OUT-STATUS NOT = "35" THEN
               CLOSE OUTBOUND-FILE
           END-IF.
           CLOSE SETTLEMENT-REGISTER.

       END PROGRAM SOSETTLE.
