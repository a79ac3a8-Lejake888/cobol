       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKRPT AS "STOCKRPT".
      *> Daily material stock report. For every stock material shows
      *> on hand, reserved for accepted jobs not yet complete, and
      *> available (on hand less reserved) - the stock that will be
      *> left once those jobs are issued. A material whose available
      *> stock is below its reorder level is flagged with the date a
      *> delivery ordered today would arrive. The day's movements
      *> from STOCKLOG follow. Balances are as they stand when run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-MATERIAL-CODE
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT STOCK-LEDGER ASSIGN TO "STOCKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.
           SELECT STOCK-REPORT ASSIGN TO "STOCKRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
       01  STOCK-RECORD.
           COPY STOCKREC.
       FD  STOCK-LEDGER.
       01  STOCK-LEDGER-RECORD.
           COPY STKLREC.
       FD  STOCK-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-STOCK-STATUS PIC XX.
           01 WS-SLOG-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-STOCK-EOF PIC X VALUE "N".
           01 WS-SLOG-EOF PIC X VALUE "N".
           01 WS-REPORT-DATE PIC 9(8).
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-DELIVERY-DATE PIC 9(8).
           01 WS-AVAILABLE PIC S9(11)V9(4).
           01 WS-SHORTFALL PIC S9(11)V9(4).
           01 WS-BASIS-TEXT PIC X(3).
           01 WS-MOVE-TEXT PIC X(11).
           01 WS-MATERIALS-LISTED PIC 9(4) VALUE ZERO.
           01 WS-MATERIALS-FLAGGED PIC 9(4) VALUE ZERO.
           01 WS-MATERIALS-SHORT PIC 9(4) VALUE ZERO.
           01 WS-MOVEMENTS-LISTED PIC 9(6) VALUE ZERO.
           01 WS-DISPLAY-ON-HAND PIC ---,---,--9.99.
           01 WS-DISPLAY-RESERVED PIC ---,---,--9.99.
           01 WS-DISPLAY-AVAILABLE PIC ---,---,--9.99.
           01 WS-DISPLAY-REORDER PIC ---,---,--9.99.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           DISPLAY "[ENTER DATE FOR MOVEMENTS (YYYYMMDD, 0 FOR "
               "TODAY)]: ".
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE = ZERO THEN
               MOVE WS-TODAY-DATE TO WS-REPORT-DATE
           END-IF.

           OPEN INPUT STOCK-FILE.
           IF WS-STOCK-STATUS NOT = "00" THEN
               DISPLAY "[NO STOCK MASTER - RUN STKMAINT FIRST]"
               STOP RUN
           END-IF.

           OPEN OUTPUT STOCK-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DAILY MATERIAL STOCK REPORT " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MAT  DESCRIPTION          UNIT       ON HAND"
               "       RESERVED      AVAILABLE  REORDER LEVEL"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM UNTIL WS-STOCK-EOF = "Y"
               READ STOCK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-STOCK-EOF
                   NOT AT END
                       ADD 1 TO WS-MATERIALS-LISTED
                       PERFORM 0100-REPORT-MATERIAL
               END-READ
           END-PERFORM.
           CLOSE STOCK-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-MATERIALS-LISTED " MATERIAL(S), "
               WS-MATERIALS-FLAGGED " BELOW REORDER LEVEL OF WHICH "
               WS-MATERIALS-SHORT " SHORT FOR ACCEPTED JOBS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM 0200-REPORT-MOVEMENTS.
           CLOSE STOCK-REPORT.

           DISPLAY "[" WS-MATERIALS-FLAGGED " MATERIAL(S) TO REORDER"
               " - SEE STOCKRPT.RPT]".
           STOP RUN.

      *> Available stock is what is left when the accepted jobs are
      *> issued. Below the reorder level it is flagged; below zero
      *> the accepted jobs cannot all be made from stock.
           0100-REPORT-MATERIAL.

           IF ST-BY-AREA THEN
               MOVE "SQ" TO WS-BASIS-TEXT
           ELSE
               MOVE "CU" TO WS-BASIS-TEXT
           END-IF.
           COMPUTE WS-AVAILABLE = ST-ON-HAND - ST-RESERVED.
           MOVE ST-ON-HAND TO WS-DISPLAY-ON-HAND.
           MOVE ST-RESERVED TO WS-DISPLAY-RESERVED.
           MOVE WS-AVAILABLE TO WS-DISPLAY-AVAILABLE.
           MOVE ST-REORDER-LEVEL TO WS-DISPLAY-REORDER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING ST-MATERIAL-CODE " " ST-DESCRIPTION " "
               WS-BASIS-TEXT " " WS-DISPLAY-ON-HAND " "
               WS-DISPLAY-RESERVED " " WS-DISPLAY-AVAILABLE " "
               WS-DISPLAY-REORDER
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-AVAILABLE < ST-REORDER-LEVEL THEN
               ADD 1 TO WS-MATERIALS-FLAGGED
               COMPUTE WS-DELIVERY-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                       + ST-LEAD-DAYS)
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-AVAILABLE < ZERO THEN
                   ADD 1 TO WS-MATERIALS-SHORT
                   COMPUTE WS-SHORTFALL = ZERO - WS-AVAILABLE
                   MOVE WS-SHORTFALL TO WS-DISPLAY-AVAILABLE
                   STRING "     *** SHORT BY " WS-DISPLAY-AVAILABLE
                       " FOR ACCEPTED JOBS - ORDER NOW, LEAD "
                       ST-LEAD-DAYS " DAYS, DUE " WS-DELIVERY-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "     *** BELOW REORDER LEVEL - ORDER NOW, "
                       "LEAD " ST-LEAD-DAYS " DAYS, DUE "
                       WS-DELIVERY-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               WRITE WS-REPORT-LINE
           END-IF.

           0200-REPORT-MOVEMENTS.

           MOVE ALL "=" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STOCK MOVEMENTS FOR " WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TIME   MAT  MOVEMENT          QUANTITY  QUOTE "
               "REFERENCE               ON HAND"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           OPEN INPUT STOCK-LEDGER.
           IF WS-SLOG-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-SLOG-EOF
           END-IF.
           PERFORM UNTIL WS-SLOG-EOF = "Y"
               READ STOCK-LEDGER
                   AT END
                       MOVE "Y" TO WS-SLOG-EOF
                   NOT AT END
                       IF SL-DATE = WS-REPORT-DATE THEN
                           PERFORM 0210-REPORT-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SLOG-STATUS NOT = "35" THEN
               CLOSE STOCK-LEDGER
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-MOVEMENTS-LISTED " MOVEMENT(S)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0210-REPORT-MOVEMENT.

           ADD 1 TO WS-MOVEMENTS-LISTED.
           EVALUATE TRUE
               WHEN SL-IS-RECEIPT
                   MOVE "RECEIVED" TO WS-MOVE-TEXT
               WHEN SL-IS-RESERVATION
                   MOVE "RESERVED" TO WS-MOVE-TEXT
               WHEN SL-IS-ISSUE
                   MOVE "ISSUED" TO WS-MOVE-TEXT
               WHEN SL-IS-ADJUSTMENT
                   MOVE "ADJUSTED" TO WS-MOVE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-MOVE-TEXT
           END-EVALUATE.
           MOVE SL-QUANTITY TO WS-DISPLAY-RESERVED.
           MOVE SL-ON-HAND-AFTER TO WS-DISPLAY-ON-HAND.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING SL-TIME " " SL-MATERIAL-CODE " " WS-MOVE-TEXT " "
               WS-DISPLAY-RESERVED " " SL-QUOTE-NUMBER " "
               SL-REFERENCE " " WS-DISPLAY-ON-HAND
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       END PROGRAM STOCKRPT.
