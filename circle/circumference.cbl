           SELECT MATERIAL-FILE ASSIGN TO "MATCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAT-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  SHAPE-FILE.
           05 MC-CODE              PIC X(4).
           05 MC-AREA-COST         PIC 9(5)V9(2).
           05 MC-VOLUME-COST       PIC 9(5)V9(2).
       FD  QUOTE-FILE.
       01  QUOTE-RECORD.
           COPY QUOTEREC.
       FD  QUOTE-LINE-FILE.
       01  QUOTE-LINE-RECORD.
           COPY QUOTLREC.
       WORKING-STORAGE SECTION.
           01 CIRCLE.
               05 WS-PI-VALUE PIC 9V9(5) VALUE 3.14159.
           01 WS-DISPLAY PIC -----,---.----.
           01 WS-DISPLAY-1 PIC -----,---.----.
           01 WS-DISPLAY-2 PIC -----,---.----.
      *> Quotation master. Each job in a batch run is saved under the
      *> next quote number; a job re-run on the day it was quoted,
      *> while the quote is still open, replaces that quote.
           01 WS-QUOTE-STATUS PIC XX.
           01 WS-QLINE-STATUS PIC XX.
           01 WS-QUOTE-EOF PIC X VALUE "N".
           01 WS-QLINE-EOF PIC X VALUE "N".
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-VALID-DAYS PIC 9(3).
           01 WS-EXPIRY-DATE PIC 9(8).
           01 WS-NEXT-QUOTE-NUMBER PIC 9(6) VALUE ZERO.
           01 WS-CURR-QUOTE-NUMBER PIC 9(6) VALUE ZERO.
           01 WS-QUOTE-REPLACED PIC X VALUE "N".
           01 WS-CURR-LINE-NUMBER PIC 9(4) VALUE ZERO.
           01 WS-QUOTES-SAVED PIC 9(4) VALUE ZERO.
           01 WS-QUOTES-REPLACED PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "What would you like to do?".
               DISPLAY "[NO SHAPES FILE FOUND - NOTHING TO PROCESS]"
           ELSE
               PERFORM 0305-LOAD-MATERIAL-COSTS
               PERFORM 0350-OPEN-QUOTE-FILES
               OPEN OUTPUT SHAPE-REPORT
               PERFORM UNTIL WS-SHAPE-EOF = "Y"
                   READ SHAPE-FILE
               PERFORM 0345-WRITE-BATCH-RECAP
               CLOSE SHAPE-FILE
               CLOSE SHAPE-REPORT
               CLOSE QUOTE-FILE
               CLOSE QUOTE-LINE-FILE
               DISPLAY "[" WS-SHAPES-PROCESSED
                   " SHAPE(S) IN " WS-RECAP-COUNT
                   " JOB(S) WRITTEN TO SHAPES.RPT]"
               DISPLAY "[" WS-QUOTES-SAVED " QUOTE(S) SAVED TO "
                   "QUOTMSTR, " WS-QUOTES-REPLACED " REPLACING "
                   "EARLIER QUOTES]"
           END-IF.

           0335-START-JOB.
           MOVE ZERO TO WS-JOB-TOTAL-COST.
           MOVE ZERO TO WS-JOB-TOTAL-QTY.
           MOVE ZERO TO WS-LINES-UNPRICED.
           PERFORM 0355-ASSIGN-QUOTE-NUMBER.
           MOVE ALL "=" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-CURR-QUOTE-NUMBER = ZERO THEN
               STRING "QUOTATION - JOB " WS-CURR-JOB-NUMBER
                   "  CUSTOMER " WS-CURR-CUSTOMER
                   "  (NOT SAVED - NO JOB NUMBER)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "QUOTATION " WS-CURR-QUOTE-NUMBER
                   " - JOB " WS-CURR-JOB-NUMBER
                   "  CUSTOMER " WS-CURR-CUSTOMER
                   "  DATED " WS-TODAY-DATE
                   "  VALID UNTIL " WS-EXPIRY-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SHAPE    RADIUS HEIGHT  RESULT 1      RESULT 2"
           0340-CLOSE-JOB.

           PERFORM 0330-WRITE-JOB-TOTALS.
           IF WS-CURR-QUOTE-NUMBER NOT = ZERO THEN
               PERFORM 0370-SAVE-QUOTE-HEADER
           END-IF.
           IF WS-RECAP-COUNT < 50 THEN
               ADD 1 TO WS-RECAP-COUNT
               MOVE WS-CURR-JOB-NUMBER
               END-IF
           END-IF.
           MOVE WS-COST-SUFFIX TO WS-REPORT-LINE(66:50).
           IF WS-CURR-QUOTE-NUMBER NOT = ZERO THEN
               PERFORM 0360-SAVE-QUOTE-LINE
           END-IF.

           0330-WRITE-JOB-TOTALS.

           END-IF.
           WRITE WS-REPORT-LINE.

      *> Quotes are dated today and valid for the number of days
      *> keyed. The next quote number follows the highest on file.
           0350-OPEN-QUOTE-FILES.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           DISPLAY "Enter quote validity in days (0 for 30): ".
           ACCEPT WS-VALID-DAYS.
           IF WS-VALID-DAYS = ZERO THEN
               MOVE 30 TO WS-VALID-DAYS
           END-IF.
           COMPUTE WS-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   + WS-VALID-DAYS).
           OPEN I-O QUOTE-FILE.
           IF WS-QUOTE-STATUS = "35" THEN
               OPEN OUTPUT QUOTE-FILE
               CLOSE QUOTE-FILE
               OPEN I-O QUOTE-FILE
           END-IF.
           OPEN I-O QUOTE-LINE-FILE.
           IF WS-QLINE-STATUS = "35" THEN
               OPEN OUTPUT QUOTE-LINE-FILE
               CLOSE QUOTE-LINE-FILE
               OPEN I-O QUOTE-LINE-FILE
           END-IF.
           MOVE ZERO TO WS-NEXT-QUOTE-NUMBER.
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
                       MOVE QT-QUOTE-NUMBER TO WS-NEXT-QUOTE-NUMBER
               END-READ
           END-PERFORM.

      *> A job without a job number cannot be followed up, so it is
      *> priced but not saved. A job quoted earlier today and still
      *> open keeps its quote number; its old lines are removed and
      *> the lines from this run take their place.
           0355-ASSIGN-QUOTE-NUMBER.

           MOVE ZERO TO WS-CURR-QUOTE-NUMBER.
           MOVE ZERO TO WS-CURR-LINE-NUMBER.
           MOVE "N" TO WS-QUOTE-REPLACED.
           IF WS-CURR-JOB-NUMBER NOT = ZERO THEN
               MOVE "N" TO WS-QUOTE-EOF
               MOVE WS-CURR-JOB-NUMBER TO QT-JOB-NUMBER
               START QUOTE-FILE
                   KEY IS EQUAL TO QT-JOB-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-QUOTE-EOF
               END-START
               PERFORM UNTIL WS-QUOTE-EOF = "Y"
                   READ QUOTE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-QUOTE-EOF
                       NOT AT END
                           IF QT-JOB-NUMBER NOT = WS-CURR-JOB-NUMBER
                               THEN
                               MOVE "Y" TO WS-QUOTE-EOF
                           ELSE
                               IF QT-IS-QUOTED AND
                                       QT-QUOTE-DATE = WS-TODAY-DATE
                                   THEN
                                   MOVE QT-QUOTE-NUMBER
                                       TO WS-CURR-QUOTE-NUMBER
                                   MOVE "Y" TO WS-QUOTE-REPLACED
                                   MOVE "Y" TO WS-QUOTE-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-QUOTE-REPLACED = "Y" THEN
                   PERFORM 0357-REMOVE-QUOTE-LINES
               ELSE
                   ADD 1 TO WS-NEXT-QUOTE-NUMBER
                   MOVE WS-NEXT-QUOTE-NUMBER TO WS-CURR-QUOTE-NUMBER
               END-IF
           END-IF.

           0357-REMOVE-QUOTE-LINES.

           MOVE "N" TO WS-QLINE-EOF.
           MOVE WS-CURR-QUOTE-NUMBER TO QL-QUOTE-NUMBER.
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
                       IF QL-QUOTE-NUMBER NOT = WS-CURR-QUOTE-NUMBER
                           THEN
                           MOVE "Y" TO WS-QLINE-EOF
                       ELSE
                           DELETE QUOTE-LINE-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *> Every line that could be measured is kept, priced or not,
      *> with the MATCOST rates it was priced at.
           0360-SAVE-QUOTE-LINE.

           ADD 1 TO WS-CURR-LINE-NUMBER.
           MOVE WS-CURR-QUOTE-NUMBER TO QL-QUOTE-NUMBER.
           MOVE WS-CURR-LINE-NUMBER TO QL-LINE-NUMBER.
           MOVE SR-SHAPE-TYPE TO QL-SHAPE-TYPE.
           MOVE SR-RADIUS TO QL-RADIUS.
           MOVE SR-HEIGHT TO QL-HEIGHT.
           MOVE WS-LINE-QUANTITY TO QL-QUANTITY.
           MOVE SR-MATERIAL-CODE TO QL-MATERIAL-CODE.
           MOVE WS-LINE-AREA TO QL-AREA.
           MOVE WS-LINE-VOLUME TO QL-VOLUME.
           MOVE ZERO TO QL-AREA-RATE.
           MOVE ZERO TO QL-VOLUME-RATE.
           MOVE ZERO TO QL-LINE-COST.
           MOVE "N" TO QL-PRICED.
           IF WS-MAT-FOUND NOT = ZERO THEN
               MOVE WS-MAT-AREA-COST(WS-MAT-FOUND) TO QL-AREA-RATE
               MOVE WS-MAT-VOL-COST(WS-MAT-FOUND) TO QL-VOLUME-RATE
               IF WS-COST-OK = "Y" THEN
                   MOVE WS-LINE-COST TO QL-LINE-COST
                   MOVE "Y" TO QL-PRICED
               END-IF
           END-IF.
           WRITE QUOTE-LINE-RECORD
               INVALID KEY
                   DISPLAY "[QUOTE LINE " QL-KEY " ALREADY ON FILE]"
           END-WRITE.

           0370-SAVE-QUOTE-HEADER.

           MOVE WS-CURR-QUOTE-NUMBER TO QT-QUOTE-NUMBER.
           MOVE WS-CURR-JOB-NUMBER TO QT-JOB-NUMBER.
           MOVE WS-CURR-CUSTOMER TO QT-CUSTOMER-NAME.
           MOVE WS-TODAY-DATE TO QT-QUOTE-DATE.
           MOVE WS-VALID-DAYS TO QT-VALID-DAYS.
           MOVE WS-EXPIRY-DATE TO QT-EXPIRY-DATE.
           MOVE WS-CURR-LINE-NUMBER TO QT-LINE-COUNT.
           MOVE WS-LINES-UNPRICED TO QT-UNPRICED-COUNT.
           MOVE WS-JOB-TOTAL-QTY TO QT-TOTAL-QTY.
           MOVE WS-JOB-TOTAL-COST TO QT-TOTAL-COST.
           MOVE "Q" TO QT-STATUS.
           MOVE WS-TODAY-DATE TO QT-STATUS-DATE.
           MOVE ZERO TO QT-ACCEPTED-DATE.
           MOVE SPACES TO QT-ORDER-REF.
           MOVE ZERO TO QT-INVOICE-NUMBER.
           MOVE ZERO TO QT-INVOICE-DATE.
           MOVE ZERO TO QT-VAT-RATE.
           MOVE ZERO TO QT-VAT-AMOUNT.
           MOVE ZERO TO QT-TERMS-DAYS.
           MOVE ZERO TO QT-DUE-DATE.
           MOVE "N" TO QT-STOCK-RESERVED.
           MOVE ZERO TO QT-COMPLETED-DATE.
           IF WS-QUOTE-REPLACED = "Y" THEN
               REWRITE QUOTE-RECORD
               ADD 1 TO WS-QUOTES-SAVED
               ADD 1 TO WS-QUOTES-REPLACED
           ELSE
               WRITE QUOTE-RECORD
                   INVALID KEY
                       DISPLAY "[QUOTE " QT-QUOTE-NUMBER
                           " ALREADY ON FILE]"
                   NOT INVALID KEY
                       ADD 1 TO WS-QUOTES-SAVED
               END-WRITE
           END-IF.

       END PROGRAM CIRCUMFERENCE.
