       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTMAINT AS "QUOTMAINT".
      *> Quotation follow-up. A quote saved by CIRCUMFERENCE batch
      *> mode is accepted against the customer's order reference or
      *> declined, and an accepted quote is invoiced at the prices on
      *> QUOTLINE - never re-priced from today's MATCOST. The invoice
      *> adds VAT and payment terms and is written to INVOICE.nnnnnn.
      *> Accepting a quote reserves its material on STOCKMST and
      *> marking the job complete issues it, each movement going to
      *> the STOCKLOG ledger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO "QUOTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-QUOTE-NUMBER
               ALTERNATE RECORD KEY IS QT-JOB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT QUOTE-LINE-FILE ASSIGN TO "QUOTLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-KEY
               FILE STATUS IS WS-QLINE-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-MATERIAL-CODE
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT STOCK-LEDGER ASSIGN TO "STOCKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.
           SELECT INVOICE-FILE ASSIGN USING WS-INVOICE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
       01  QUOTE-RECORD.
           COPY QUOTEREC.
       FD  QUOTE-LINE-FILE.
       01  QUOTE-LINE-RECORD.
           COPY QUOTLREC.
       FD  STOCK-FILE.
       01  STOCK-RECORD.
           COPY STOCKREC.
       FD  STOCK-LEDGER.
       01  STOCK-LEDGER-RECORD.
           COPY STKLREC.
       FD  INVOICE-FILE.
       01  WS-INVOICE-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-QUOTE-STATUS PIC XX.
           01 WS-QLINE-STATUS PIC XX.
           01 WS-INV-STATUS PIC XX.
           01 WS-STOCK-STATUS PIC XX.
           01 WS-SLOG-STATUS PIC XX.
           01 WS-QUOTE-EOF PIC X VALUE "N".
           01 WS-QLINE-EOF PIC X VALUE "N".
           01 WS-CHOICE PIC 9.
           01 WS-DONE PIC X VALUE "N".
           01 WS-CONFIRM PIC X.
           01 WS-QUOTE-NUMBER PIC 9(6).
           01 WS-QUOTE-FOUND PIC X VALUE "N".
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-ORDER-REF PIC X(16).
           01 WS-STATE-TEXT PIC X(10).
           01 WS-LINES-SHOWN PIC 9(4) VALUE ZERO.
      *> Invoice numbers run on from the highest already raised.
           01 WS-NEXT-INVOICE-NUMBER PIC 9(6) VALUE ZERO.
           01 WS-STANDARD-VAT-RATE PIC 9(2)V9(2) VALUE 20.00.
           01 WS-STANDARD-TERMS PIC 9(3) VALUE 30.
           01 WS-VAT-RATE PIC 9(2)V9(2).
           01 WS-TERMS-DAYS PIC 9(3).
           01 WS-INVOICE-TOTAL PIC 9(11)V9(2).
           01 WS-INVOICE-NAME.
               05 FILLER PIC X(8) VALUE "INVOICE.".
               05 WS-INVOICE-NAME-NUMBER PIC 9(6).
           01 WS-DISPLAY-COST PIC ---,---,---,--9.99.
           01 WS-DISPLAY-RATE PIC Z9.99.
           01 WS-DISPLAY-AREA PIC ZZZZ,ZZ9.9999.
           01 WS-DISPLAY-VOLUME PIC ZZZZ,ZZ9.9999.
      *> Stock movement for one quote line: "R" reserves the line's
      *> material, "I" issues it.
           01 WS-MOVE-TYPE PIC X.
           01 WS-REQUIRED PIC 9(11)V9(4).
           01 WS-AVAILABLE PIC S9(11)V9(4).
           01 WS-REQUIRED-OK PIC X.
      *> Set "N" when a stock or ledger update fails; the remaining
      *> lines are then left alone and the quote is not updated.
           01 WS-STOCK-MOVED PIC X.
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-DISPLAY-STOCK PIC -,---,---,---,--9.9999.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN I-O QUOTE-FILE.
           IF WS-QUOTE-STATUS NOT = "00" THEN
               DISPLAY "[NO QUOTATION MASTER - RUN CIRCUMFERENCE "
                   "BATCH MODE FIRST]"
               STOP RUN
           END-IF.
           OPEN INPUT QUOTE-LINE-FILE.
           IF WS-QLINE-STATUS NOT = "00" THEN
               DISPLAY "[NO QUOTATION LINES FILE]"
               CLOSE QUOTE-FILE
               STOP RUN
           END-IF.
           PERFORM 0010-FIND-LAST-INVOICE.
           OPEN I-O STOCK-FILE.
           IF WS-STOCK-STATUS = "35" THEN
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.
           OPEN EXTEND STOCK-LEDGER.
           IF WS-SLOG-STATUS = "35" THEN
               OPEN OUTPUT STOCK-LEDGER
               CLOSE STOCK-LEDGER
               OPEN EXTEND STOCK-LEDGER
           END-IF.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "[QUOTATIONS AND INVOICING]"
               DISPLAY "(1. ACCEPT A QUOTE)"
               DISPLAY "(2. DECLINE A QUOTE)"
               DISPLAY "(3. RAISE AN INVOICE)"
               DISPLAY "(4. MARK A JOB COMPLETE)"
               DISPLAY "(5. SHOW A QUOTE)"
               DISPLAY "(6. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 0100-ACCEPT-QUOTE
                   WHEN 2
                       PERFORM 0200-DECLINE-QUOTE
                   WHEN 3
                       PERFORM 0300-INVOICE-QUOTE
                   WHEN 4
                       PERFORM 0500-COMPLETE-JOB
                   WHEN 5
                       PERFORM 0400-SHOW-QUOTE
                   WHEN 6
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           CLOSE QUOTE-FILE.
           CLOSE QUOTE-LINE-FILE.
           CLOSE STOCK-FILE.
           CLOSE STOCK-LEDGER.
           STOP RUN.

           0010-FIND-LAST-INVOICE.

           MOVE ZERO TO WS-NEXT-INVOICE-NUMBER.
           MOVE "N" TO WS-QUOTE-EOF.
           MOVE ZERO TO QT-QUOTE-NUMBER.
           START QUOTE-FILE
               KEY IS NOT LESS THAN QT-QUOTE-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-QUOTE-EOF
           END-START.
           PERFORM UNTIL WS-QUOTE-EOF = "Y"
               READ QUOTE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-QUOTE-EOF
                   NOT AT END
                       IF QT-INVOICE-NUMBER > WS-NEXT-INVOICE-NUMBER
                               THEN
                           MOVE QT-INVOICE-NUMBER
                               TO WS-NEXT-INVOICE-NUMBER
                       END-IF
               END-READ
           END-PERFORM.

           0050-GET-QUOTE.

           MOVE "N" TO WS-QUOTE-FOUND.
           DISPLAY "[ENTER QUOTE NUMBER]: ".
           ACCEPT WS-QUOTE-NUMBER.
           MOVE WS-QUOTE-NUMBER TO QT-QUOTE-NUMBER.
           READ QUOTE-FILE
               KEY IS QT-QUOTE-NUMBER
               INVALID KEY
                   DISPLAY "[QUOTE " WS-QUOTE-NUMBER " NOT FOUND]"
               NOT INVALID KEY
                   MOVE "Y" TO WS-QUOTE-FOUND
                   PERFORM 0450-SHOW-QUOTE-HEADER
           END-READ.

      *> A quote can only be accepted while it is open and in date,
      *> and only when every line was priced - the invoice is raised
      *> from the quoted lines, so an unpriced line would be given
      *> away. A quote found past its expiry is lapsed here.
           0100-ACCEPT-QUOTE.

           PERFORM 0050-GET-QUOTE.
           IF WS-QUOTE-FOUND = "Y" THEN
               IF NOT QT-IS-QUOTED THEN
                   DISPLAY "[QUOTE IS " WS-STATE-TEXT
                       " - CANNOT BE ACCEPTED]"
               ELSE
                   IF WS-TODAY-DATE > QT-EXPIRY-DATE THEN
                       MOVE "E" TO QT-STATUS
                       MOVE WS-TODAY-DATE TO QT-STATUS-DATE
                       REWRITE QUOTE-RECORD
                       DISPLAY "[QUOTE EXPIRED ON " QT-EXPIRY-DATE
                           " - RE-QUOTE THE JOB]"
                   ELSE
                       IF QT-UNPRICED-COUNT > ZERO THEN
                           DISPLAY "[" QT-UNPRICED-COUNT " LINE(S) "
                               "NOT PRICED - CORRECT MATCOST AND "
                               "RE-QUOTE THE JOB]"
                       ELSE
                           PERFORM 0110-CONFIRM-ACCEPTANCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           0110-CONFIRM-ACCEPTANCE.

           DISPLAY "[ENTER CUSTOMER ORDER REFERENCE]: ".
           ACCEPT WS-ORDER-REF.
           DISPLAY "[CONFIRM ACCEPTANCE OF QUOTE " QT-QUOTE-NUMBER
               " (Y/N)]: ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" THEN
               MOVE "A" TO QT-STATUS
               MOVE WS-TODAY-DATE TO QT-STATUS-DATE
               MOVE WS-TODAY-DATE TO QT-ACCEPTED-DATE
               MOVE WS-ORDER-REF TO QT-ORDER-REF
               MOVE "R" TO WS-MOVE-TYPE
               PERFORM 0600-MOVE-QUOTE-STOCK
               IF WS-STOCK-MOVED NOT = "Y" THEN
                   DISPLAY "[QUOTE " QT-QUOTE-NUMBER " NOT ACCEPTED - "
                       "CHECK STOCKLOG FOR LINES ALREADY RESERVED]"
               ELSE
                   MOVE "Y" TO QT-STOCK-RESERVED
                   REWRITE QUOTE-RECORD
                   DISPLAY "[QUOTE " QT-QUOTE-NUMBER " ACCEPTED]"
                   DISPLAY "[RAISE THE INVOICE NOW (Y/N)]: "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" THEN
                       PERFORM 0310-RAISE-INVOICE
                   END-IF
               END-IF
           ELSE
               DISPLAY "[ACCEPTANCE ABANDONED]"
           END-IF.

           0200-DECLINE-QUOTE.

           PERFORM 0050-GET-QUOTE.
           IF WS-QUOTE-FOUND = "Y" THEN
               IF NOT QT-IS-QUOTED THEN
                   DISPLAY "[QUOTE IS " WS-STATE-TEXT
                       " - CANNOT BE DECLINED]"
               ELSE
                   DISPLAY "[CONFIRM QUOTE " QT-QUOTE-NUMBER
                       " DECLINED BY CUSTOMER (Y/N)]: "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" THEN
                       MOVE "D" TO QT-STATUS
                       MOVE WS-TODAY-DATE TO QT-STATUS-DATE
                       REWRITE QUOTE-RECORD
                       DISPLAY "[QUOTE " QT-QUOTE-NUMBER " DECLINED]"
                   ELSE
                       DISPLAY "[DECLINE ABANDONED]"
                   END-IF
               END-IF
           END-IF.

           0300-INVOICE-QUOTE.

           PERFORM 0050-GET-QUOTE.
           IF WS-QUOTE-FOUND = "Y" THEN
               IF NOT QT-IS-ACCEPTED THEN
                   DISPLAY "[QUOTE IS " WS-STATE-TEXT
                       " - ONLY AN ACCEPTED QUOTE CAN BE INVOICED]"
               ELSE
                   PERFORM 0310-RAISE-INVOICE
               END-IF
           END-IF.

      *> VAT and terms are keyed for each invoice, defaulting to the
      *> standard rate and 30 days net.
           0310-RAISE-INVOICE.

           MOVE WS-STANDARD-VAT-RATE TO WS-DISPLAY-RATE.
           DISPLAY "[ENTER VAT RATE % (0 FOR " WS-DISPLAY-RATE
               ")]: ".
           ACCEPT WS-VAT-RATE.
           IF WS-VAT-RATE = ZERO THEN
               MOVE WS-STANDARD-VAT-RATE TO WS-VAT-RATE
           END-IF.
           DISPLAY "[ENTER PAYMENT TERMS IN DAYS (0 FOR "
               WS-STANDARD-TERMS ")]: ".
           ACCEPT WS-TERMS-DAYS.
           IF WS-TERMS-DAYS = ZERO THEN
               MOVE WS-STANDARD-TERMS TO WS-TERMS-DAYS
           END-IF.
           ADD 1 TO WS-NEXT-INVOICE-NUMBER.
           MOVE WS-NEXT-INVOICE-NUMBER TO QT-INVOICE-NUMBER.
           MOVE WS-TODAY-DATE TO QT-INVOICE-DATE.
           MOVE WS-VAT-RATE TO QT-VAT-RATE.
           COMPUTE QT-VAT-AMOUNT ROUNDED =
               QT-TOTAL-COST * WS-VAT-RATE / 100.
           MOVE WS-TERMS-DAYS TO QT-TERMS-DAYS.
           COMPUTE QT-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   + WS-TERMS-DAYS).
           MOVE "I" TO QT-STATUS.
           MOVE WS-TODAY-DATE TO QT-STATUS-DATE.
           COMPUTE WS-INVOICE-TOTAL = QT-TOTAL-COST + QT-VAT-AMOUNT.
           PERFORM 0320-PRINT-INVOICE.
           REWRITE QUOTE-RECORD.
           MOVE WS-INVOICE-TOTAL TO WS-DISPLAY-COST.
           DISPLAY "[INVOICE " QT-INVOICE-NUMBER " FOR "
               WS-DISPLAY-COST " WRITTEN TO " WS-INVOICE-NAME "]".

           0320-PRINT-INVOICE.

           MOVE QT-INVOICE-NUMBER TO WS-INVOICE-NAME-NUMBER.
           OPEN OUTPUT INVOICE-FILE.
           MOVE ALL "=" TO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.
           MOVE SPACES TO WS-INVOICE-LINE.
           STRING "INVOICE " QT-INVOICE-NUMBER
               "   DATE " QT-INVOICE-DATE
               DELIMITED BY SIZE INTO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.
           MOVE SPACES TO WS-INVOICE-LINE.
           STRING "CUSTOMER " QT-CUSTOMER-NAME
               "   YOUR ORDER " QT-ORDER-REF
               DELIMITED BY SIZE INTO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.
           MOVE SPACES TO WS-INVOICE-LINE.
           STRING "JOB " QT-JOB-NUMBER
               "   OUR QUOTATION " QT-QUOTE-NUMBER
               " OF " QT-QUOTE-DATE
               DELIMITED BY SIZE INTO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.
           MOVE SPACES TO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.
           MOVE SPACES TO WS-INVOICE-LINE.
           STRING "LINE SHAPE    RADIUS HEIGHT QTY MAT  "
               "            AMOUNT"
               DELIMITED BY SIZE INTO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.

           MOVE "N" TO WS-QLINE-EOF.
           MOVE QT-QUOTE-NUMBER TO QL-QUOTE-NUMBER.
           MOVE ZERO TO QL-LINE-NUMBER.
           START QUOTE-LINE-FILE
               KEY IS NOT LESS THAN QL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-QLINE-EOF
           END-START.
           PERFORM UNTIL WS-QLINE-EOF = "Y"
               READ QUOTE-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-QLINE-EOF
                   NOT AT END
                       IF QL-QUOTE-NUMBER NOT = QT-QUOTE-NUMBER THEN
                           MOVE "Y" TO WS-QLINE-EOF
                       ELSE
                           MOVE QL-LINE-COST TO WS-DISPLAY-COST
                           MOVE SPACES TO WS-INVOICE-LINE
                           STRING QL-LINE-NUMBER " " QL-SHAPE-TYPE
                               " " QL-RADIUS "  " QL-HEIGHT
                               "  " QL-QUANTITY " " QL-MATERIAL-CODE
                               " " WS-DISPLAY-COST
                               DELIMITED BY SIZE INTO WS-INVOICE-LINE
                           WRITE WS-INVOICE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.
           MOVE QT-TOTAL-COST TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-INVOICE-LINE.
           STRING "GOODS TOTAL              " WS-DISPLAY-COST
               DELIMITED BY SIZE INTO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.
           MOVE QT-VAT-RATE TO WS-DISPLAY-RATE.
           MOVE QT-VAT-AMOUNT TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-INVOICE-LINE.
           STRING "VAT AT " WS-DISPLAY-RATE "%             "
               WS-DISPLAY-COST
               DELIMITED BY SIZE INTO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.
           MOVE WS-INVOICE-TOTAL TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-INVOICE-LINE.
           STRING "TOTAL DUE                " WS-DISPLAY-COST
               DELIMITED BY SIZE INTO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.
           MOVE SPACES TO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.
           MOVE SPACES TO WS-INVOICE-LINE.
           STRING "PAYMENT TERMS " QT-TERMS-DAYS " DAYS NET - "
               "PLEASE PAY BY " QT-DUE-DATE
               DELIMITED BY SIZE INTO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.
           MOVE ALL "=" TO WS-INVOICE-LINE.
           WRITE WS-INVOICE-LINE.
           CLOSE INVOICE-FILE.

           0400-SHOW-QUOTE.

           PERFORM 0050-GET-QUOTE.
           IF WS-QUOTE-FOUND = "Y" THEN
               MOVE ZERO TO WS-LINES-SHOWN
               MOVE "N" TO WS-QLINE-EOF
               MOVE QT-QUOTE-NUMBER TO QL-QUOTE-NUMBER
               MOVE ZERO TO QL-LINE-NUMBER
               START QUOTE-LINE-FILE
                   KEY IS NOT LESS THAN QL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-QLINE-EOF
               END-START
               PERFORM UNTIL WS-QLINE-EOF = "Y"
                   READ QUOTE-LINE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-QLINE-EOF
                       NOT AT END
                           IF QL-QUOTE-NUMBER NOT = QT-QUOTE-NUMBER
                                   THEN
                               MOVE "Y" TO WS-QLINE-EOF
                           ELSE
                               ADD 1 TO WS-LINES-SHOWN
                               PERFORM 0460-SHOW-QUOTE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LINES-SHOWN = ZERO THEN
                   DISPLAY "[NO LINES ON FILE FOR THIS QUOTE]"
               END-IF
           END-IF.

           0450-SHOW-QUOTE-HEADER.

           EVALUATE TRUE
               WHEN QT-IS-QUOTED
                   MOVE "QUOTED" TO WS-STATE-TEXT
               WHEN QT-IS-ACCEPTED
                   MOVE "ACCEPTED" TO WS-STATE-TEXT
               WHEN QT-IS-INVOICED
                   MOVE "INVOICED" TO WS-STATE-TEXT
               WHEN QT-IS-EXPIRED
                   MOVE "EXPIRED" TO WS-STATE-TEXT
               WHEN QT-IS-DECLINED
                   MOVE "DECLINED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATE-TEXT
           END-EVALUATE.
           MOVE QT-TOTAL-COST TO WS-DISPLAY-COST.
           DISPLAY "QUOTE " QT-QUOTE-NUMBER " JOB " QT-JOB-NUMBER
               " " QT-CUSTOMER-NAME.
           DISPLAY "DATED " QT-QUOTE-DATE " VALID UNTIL "
               QT-EXPIRY-DATE " STATUS " WS-STATE-TEXT
               " SINCE " QT-STATUS-DATE.
           DISPLAY "LINES " QT-LINE-COUNT " NOT PRICED "
               QT-UNPRICED-COUNT " QTY " QT-TOTAL-QTY
               " TOTAL " WS-DISPLAY-COST.
           IF QT-ACCEPTED-DATE NOT = ZERO THEN
               DISPLAY "ACCEPTED " QT-ACCEPTED-DATE " ORDER "
                   QT-ORDER-REF
           END-IF.
           IF QT-COMPLETED-DATE NOT = ZERO THEN
               DISPLAY "JOB COMPLETED " QT-COMPLETED-DATE
           END-IF.
           IF QT-INVOICE-NUMBER NOT = ZERO THEN
               MOVE QT-VAT-AMOUNT TO WS-DISPLAY-COST
               DISPLAY "INVOICE " QT-INVOICE-NUMBER " OF "
                   QT-INVOICE-DATE " VAT " WS-DISPLAY-COST
                   " DUE " QT-DUE-DATE
           END-IF.

           0460-SHOW-QUOTE-LINE.

           MOVE QL-AREA TO WS-DISPLAY-AREA.
           MOVE QL-VOLUME TO WS-DISPLAY-VOLUME.
           MOVE QL-LINE-COST TO WS-DISPLAY-COST.
           IF QL-IS-PRICED THEN
               DISPLAY QL-LINE-NUMBER " " QL-SHAPE-TYPE " "
                   QL-RADIUS " " QL-HEIGHT " " QL-QUANTITY " "
                   QL-MATERIAL-CODE " AREA " WS-DISPLAY-AREA
                   " VOL " WS-DISPLAY-VOLUME " " WS-DISPLAY-COST
           ELSE
               DISPLAY QL-LINE-NUMBER " " QL-SHAPE-TYPE " "
                   QL-RADIUS " " QL-HEIGHT " " QL-QUANTITY " "
                   QL-MATERIAL-CODE " AREA " WS-DISPLAY-AREA
                   " VOL " WS-DISPLAY-VOLUME " [NOT PRICED]"
           END-IF.

      *> An accepted job, invoiced or not, is marked complete when it
      *> leaves the shop floor; its material is then issued from
      *> stock. A job accepted before stock was reserved for it is
      *> issued from on hand only.
           0500-COMPLETE-JOB.

           PERFORM 0050-GET-QUOTE.
           IF WS-QUOTE-FOUND = "Y" THEN
               IF NOT QT-IS-ACCEPTED AND NOT QT-IS-INVOICED THEN
                   DISPLAY "[QUOTE IS " WS-STATE-TEXT
                       " - ONLY AN ACCEPTED JOB CAN BE COMPLETED]"
               ELSE
                   IF QT-COMPLETED-DATE NOT = ZERO THEN
                       DISPLAY "[JOB ALREADY COMPLETED ON "
                           QT-COMPLETED-DATE "]"
                   ELSE
                       DISPLAY "[CONFIRM JOB " QT-JOB-NUMBER
                           " COMPLETE AND ISSUE ITS MATERIAL (Y/N)]: "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y" THEN
                           MOVE "I" TO WS-MOVE-TYPE
                           PERFORM 0600-MOVE-QUOTE-STOCK
                           IF WS-STOCK-MOVED NOT = "Y" THEN
                               DISPLAY "[JOB " QT-JOB-NUMBER
                                   " NOT COMPLETED - CHECK STOCKLOG "
                                   "FOR LINES ALREADY ISSUED]"
                           ELSE
                               MOVE WS-TODAY-DATE TO QT-COMPLETED-DATE
                               MOVE "N" TO QT-STOCK-RESERVED
                               REWRITE QUOTE-RECORD
                               DISPLAY "[JOB " QT-JOB-NUMBER
                                   " COMPLETE - MATERIAL ISSUED]"
                           END-IF
                       ELSE
                           DISPLAY "[COMPLETION ABANDONED]"
                       END-IF
                   END-IF
               END-IF
           END-IF.

           0600-MOVE-QUOTE-STOCK.

           MOVE "Y" TO WS-STOCK-MOVED.
           MOVE "N" TO WS-QLINE-EOF.
           MOVE QT-QUOTE-NUMBER TO QL-QUOTE-NUMBER.
           MOVE ZERO TO QL-LINE-NUMBER.
           START QUOTE-LINE-FILE
               KEY IS NOT LESS THAN QL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-QLINE-EOF
           END-START.
           PERFORM UNTIL WS-QLINE-EOF = "Y" OR WS-STOCK-MOVED = "N"
               READ QUOTE-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-QLINE-EOF
                   NOT AT END
                       IF QL-QUOTE-NUMBER NOT = QT-QUOTE-NUMBER THEN
                           MOVE "Y" TO WS-QLINE-EOF
                       ELSE
                           PERFORM 0610-MOVE-LINE-STOCK
                       END-IF
               END-READ
           END-PERFORM.

      *> A material with no STOCKMST record is not stock-controlled
      *> and is passed over with a warning.
           0610-MOVE-LINE-STOCK.

           MOVE QL-MATERIAL-CODE TO ST-MATERIAL-CODE.
           READ STOCK-FILE
               KEY IS ST-MATERIAL-CODE
               INVALID KEY
                   DISPLAY "[LINE " QL-LINE-NUMBER " MATERIAL "
                       QL-MATERIAL-CODE " IS NOT STOCK-CONTROLLED]"
               NOT INVALID KEY
                   PERFORM 0620-APPLY-MOVEMENT
           END-READ.

           0620-APPLY-MOVEMENT.

           MOVE "Y" TO WS-REQUIRED-OK.
           IF ST-BY-AREA THEN
               COMPUTE WS-REQUIRED ROUNDED = QL-QUANTITY * QL-AREA
                   ON SIZE ERROR
                       MOVE "N" TO WS-REQUIRED-OK
               END-COMPUTE
           ELSE
               COMPUTE WS-REQUIRED ROUNDED = QL-QUANTITY * QL-VOLUME
                   ON SIZE ERROR
                       MOVE "N" TO WS-REQUIRED-OK
               END-COMPUTE
           END-IF.
           IF WS-REQUIRED-OK NOT = "Y" THEN
               DISPLAY "[LINE " QL-LINE-NUMBER " QUANTITY TOO LARGE "
                   "- ADJUST " QL-MATERIAL-CODE " BY HAND]"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               IF WS-MOVE-TYPE = "R" THEN
                   ADD WS-REQUIRED TO ST-RESERVED
                   MOVE WS-REQUIRED TO SL-QUANTITY
               ELSE
                   SUBTRACT WS-REQUIRED FROM ST-ON-HAND
                   IF QT-HAS-RESERVATION THEN
                       SUBTRACT WS-REQUIRED FROM ST-RESERVED
                       IF ST-RESERVED < ZERO THEN
                           MOVE ZERO TO ST-RESERVED
                       END-IF
                   END-IF
                   MOVE WS-TODAY-DATE TO ST-LAST-ISSUE-DATE
                   COMPUTE SL-QUANTITY = ZERO - WS-REQUIRED
               END-IF
               REWRITE STOCK-RECORD
               IF WS-STOCK-STATUS NOT = "00" THEN
                   DISPLAY "[LINE " QL-LINE-NUMBER " STOCK UPDATE "
                       "FAILED FOR " ST-MATERIAL-CODE " - STATUS "
                       WS-STOCK-STATUS "]"
                   MOVE "N" TO WS-STOCK-MOVED
               ELSE
                   MOVE WS-TODAY-DATE TO SL-DATE
                   MOVE WS-CURRENT-DATETIME(9:6) TO SL-TIME
                   MOVE ST-MATERIAL-CODE TO SL-MATERIAL-CODE
                   MOVE WS-MOVE-TYPE TO SL-TYPE
                   MOVE QT-QUOTE-NUMBER TO SL-QUOTE-NUMBER
                   MOVE QT-ORDER-REF TO SL-REFERENCE
                   MOVE ST-ON-HAND TO SL-ON-HAND-AFTER
                   MOVE ST-RESERVED TO SL-RESERVED-AFTER
                   WRITE STOCK-LEDGER-RECORD
                   IF WS-SLOG-STATUS NOT = "00" THEN
                       DISPLAY "[LINE " QL-LINE-NUMBER " STOCKLOG "
                           "WRITE FAILED FOR " ST-MATERIAL-CODE
                           " - STATUS " WS-SLOG-STATUS "]"
                       MOVE "N" TO WS-STOCK-MOVED
                   ELSE
                       COMPUTE WS-AVAILABLE = ST-ON-HAND - ST-RESERVED
                       IF WS-MOVE-TYPE = "R" AND
                               WS-AVAILABLE < ZERO THEN
                           MOVE WS-AVAILABLE TO WS-DISPLAY-STOCK
                           DISPLAY "[" ST-MATERIAL-CODE " NOW SHORT - "
                               "AVAILABLE " WS-DISPLAY-STOCK
                               " - LEAD TIME " ST-LEAD-DAYS " DAYS]"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       END PROGRAM QUOTMAINT.
