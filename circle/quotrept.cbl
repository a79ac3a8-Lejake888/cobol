       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTREPT AS "QUOTREPT".
      *> Quotation follow-up report. Lists every open quote running
      *> out within the keyed number of days (7 by default) so that
      *> the customer can be chased, and marks expired any open quote
      *> already past its expiry date. Then summarises the quotation
      *> master by customer: quotes given, won (accepted or
      *> invoiced), declined, expired and still open, with the
      *> quote-to-order conversion rate by number and by value.
      *> Quotes still open are left out of the conversion rate.
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
           SELECT SORT-FILE ASSIGN TO "QUOTREPT.SRT".
           SELECT QUOTE-REPORT ASSIGN TO "QUOTREPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
       01  QUOTE-RECORD.
           COPY QUOTEREC.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-CUSTOMER-NAME    PIC X(20).
           05 SRT-QUOTE-NUMBER     PIC 9(6).
           05 SRT-STATUS           PIC X.
           05 SRT-TOTAL-COST       PIC 9(11)V9(2).
       FD  QUOTE-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-QUOTE-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-QUOTE-EOF PIC X VALUE "N".
           01 WS-SORT-EOF PIC X VALUE "N".
           01 WS-FIRST-RECORD PIC X VALUE "Y".
           01 WS-REPORT-DATE PIC 9(8).
           01 WS-REPORT-INT PIC 9(8).
           01 WS-WARNING-DAYS PIC 9(3).
           01 WS-WARNING-DATE PIC 9(8).
           01 WS-DAYS-LEFT PIC 9(3).
           01 WS-EXPIRING-COUNT PIC 9(6) VALUE ZERO.
           01 WS-EXPIRING-VALUE PIC 9(11)V9(2) VALUE ZERO.
           01 WS-LAPSED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-LAPSED-VALUE PIC 9(11)V9(2) VALUE ZERO.
           01 WS-PREV-CUSTOMER PIC X(20).
           01 WS-CUSTOMERS-LISTED PIC 9(6) VALUE ZERO.
      *> Counts and values by outcome, for one customer and for the
      *> whole file.
           01 WS-CUST-TOTALS.
               05 WS-CUST-QUOTED PIC 9(6).
               05 WS-CUST-QUOTED-VALUE PIC 9(11)V9(2).
               05 WS-CUST-OPEN PIC 9(6).
               05 WS-CUST-WON PIC 9(6).
               05 WS-CUST-WON-VALUE PIC 9(11)V9(2).
               05 WS-CUST-INVOICED PIC 9(6).
               05 WS-CUST-DECLINED PIC 9(6).
               05 WS-CUST-EXPIRED PIC 9(6).
               05 WS-CUST-DECIDED-VALUE PIC 9(11)V9(2).
           01 WS-GRAND-TOTALS.
               05 WS-ALL-QUOTED PIC 9(6) VALUE ZERO.
               05 WS-ALL-QUOTED-VALUE PIC 9(11)V9(2) VALUE ZERO.
               05 WS-ALL-OPEN PIC 9(6) VALUE ZERO.
               05 WS-ALL-WON PIC 9(6) VALUE ZERO.
               05 WS-ALL-WON-VALUE PIC 9(11)V9(2) VALUE ZERO.
               05 WS-ALL-INVOICED PIC 9(6) VALUE ZERO.
               05 WS-ALL-DECLINED PIC 9(6) VALUE ZERO.
               05 WS-ALL-EXPIRED PIC 9(6) VALUE ZERO.
               05 WS-ALL-DECIDED-VALUE PIC 9(11)V9(2) VALUE ZERO.
           01 WS-DECIDED PIC 9(6).
           01 WS-COUNT-RATE PIC 9(3)V9.
           01 WS-VALUE-RATE PIC 9(3)V9.
           01 WS-DISPLAY-COST PIC ---,---,---,--9.99.
           01 WS-DISPLAY-VALUE PIC ---,---,---,--9.99.
           01 WS-DISPLAY-COUNT-RATE PIC ZZ9.9.
           01 WS-DISPLAY-VALUE-RATE PIC ZZ9.9.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE.
           DISPLAY "[ENTER DAYS AHEAD TO WARN OF EXPIRY "
               "(0 FOR DEFAULT 7)]: ".
           ACCEPT WS-WARNING-DAYS.
           IF WS-WARNING-DAYS = ZERO THEN
               MOVE 7 TO WS-WARNING-DAYS
           END-IF.
           COMPUTE WS-REPORT-INT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
           COMPUTE WS-WARNING-DATE =
               FUNCTION DATE-OF-INTEGER(
                   WS-REPORT-INT + WS-WARNING-DAYS).

           OPEN I-O QUOTE-FILE.
           IF WS-QUOTE-STATUS NOT = "00" THEN
               DISPLAY "[NO QUOTATION MASTER - NOTHING TO REPORT]"
               STOP RUN
           END-IF.

           OPEN OUTPUT QUOTE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "QUOTES EXPIRING BY " WS-WARNING-DATE
               " AS AT " WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "QUOTE  JOB   CUSTOMER             QUOTED   "
               "EXPIRES               VALUE  ACTION"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM 0100-SCAN-OPEN-QUOTES.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-EXPIRING-VALUE TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-EXPIRING-COUNT " QUOTE(S) EXPIRING, VALUE "
               WS-DISPLAY-COST
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-LAPSED-VALUE TO WS-DISPLAY-COST.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-LAPSED-COUNT " QUOTE(S) MARKED EXPIRED, VALUE "
               WS-DISPLAY-COST
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           MOVE ALL "=" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "QUOTE-TO-ORDER CONVERSION BY CUSTOMER AS AT "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER-NAME
               ON ASCENDING KEY SRT-QUOTE-NUMBER
               INPUT PROCEDURE IS 0200-SELECT-QUOTES
               OUTPUT PROCEDURE IS 0300-WRITE-CONVERSION.
           CLOSE QUOTE-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-ALL-QUOTED TO WS-CUST-QUOTED.
           MOVE WS-ALL-QUOTED-VALUE TO WS-CUST-QUOTED-VALUE.
           MOVE WS-ALL-OPEN TO WS-CUST-OPEN.
           MOVE WS-ALL-WON TO WS-CUST-WON.
           MOVE WS-ALL-WON-VALUE TO WS-CUST-WON-VALUE.
           MOVE WS-ALL-INVOICED TO WS-CUST-INVOICED.
           MOVE WS-ALL-DECLINED TO WS-CUST-DECLINED.
           MOVE WS-ALL-EXPIRED TO WS-CUST-EXPIRED.
           MOVE WS-ALL-DECIDED-VALUE TO WS-CUST-DECIDED-VALUE.
           MOVE "ALL CUSTOMERS" TO WS-PREV-CUSTOMER.
           PERFORM 0330-WRITE-CUSTOMER-LINES.
           CLOSE QUOTE-REPORT.

           DISPLAY "[" WS-EXPIRING-COUNT " QUOTE(S) EXPIRING, "
               WS-LAPSED-COUNT " MARKED EXPIRED, "
               WS-CUSTOMERS-LISTED " CUSTOMER(S) - SEE QUOTREPT.RPT]".
           STOP RUN.

      *> Open quotes only. One past its expiry date is lapsed here
      *> so that it can no longer be accepted.
           0100-SCAN-OPEN-QUOTES.

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
                       IF QT-IS-QUOTED THEN
                           PERFORM 0110-CHECK-EXPIRY
                       END-IF
               END-READ
           END-PERFORM.

           0110-CHECK-EXPIRY.

           MOVE QT-TOTAL-COST TO WS-DISPLAY-COST.
           IF QT-EXPIRY-DATE < WS-REPORT-DATE THEN
               MOVE "E" TO QT-STATUS
               MOVE WS-REPORT-DATE TO QT-STATUS-DATE
               REWRITE QUOTE-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-QUOTE-STATUS = "00" THEN
                   ADD 1 TO WS-LAPSED-COUNT
                   ADD QT-TOTAL-COST TO WS-LAPSED-VALUE
                   STRING QT-QUOTE-NUMBER " " QT-JOB-NUMBER " "
                       QT-CUSTOMER-NAME " " QT-QUOTE-DATE " "
                       QT-EXPIRY-DATE " " WS-DISPLAY-COST
                       "  LAPSED - MARKED EXPIRED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING QT-QUOTE-NUMBER " " QT-JOB-NUMBER " "
                       QT-CUSTOMER-NAME " " QT-QUOTE-DATE " "
                       QT-EXPIRY-DATE " " WS-DISPLAY-COST
                       "  LAPSED - NOT MARKED (ST "
                       WS-QUOTE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               WRITE WS-REPORT-LINE
           ELSE
               IF QT-EXPIRY-DATE NOT > WS-WARNING-DATE THEN
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(QT-EXPIRY-DATE)
                       - WS-REPORT-INT
                   ADD 1 TO WS-EXPIRING-COUNT
                   ADD QT-TOTAL-COST TO WS-EXPIRING-VALUE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING QT-QUOTE-NUMBER " " QT-JOB-NUMBER " "
                       QT-CUSTOMER-NAME " " QT-QUOTE-DATE " "
                       QT-EXPIRY-DATE " " WS-DISPLAY-COST
                       "  CHASE - " WS-DAYS-LEFT " DAY(S) LEFT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               END-IF
           END-IF.

           0200-SELECT-QUOTES.

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
                       MOVE QT-CUSTOMER-NAME TO SRT-CUSTOMER-NAME
                       MOVE QT-QUOTE-NUMBER TO SRT-QUOTE-NUMBER
                       MOVE QT-STATUS TO SRT-STATUS
                       MOVE QT-TOTAL-COST TO SRT-TOTAL-COST
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.

           0300-WRITE-CONVERSION.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 0310-COUNT-ONE-QUOTE
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-RECORD = "N" THEN
               PERFORM 0330-WRITE-CUSTOMER-LINES
           END-IF.

           0310-COUNT-ONE-QUOTE.

           IF WS-FIRST-RECORD = "Y" THEN
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM 0320-NEW-CUSTOMER
           ELSE
               IF SRT-CUSTOMER-NAME NOT = WS-PREV-CUSTOMER THEN
                   PERFORM 0330-WRITE-CUSTOMER-LINES
                   PERFORM 0320-NEW-CUSTOMER
               END-IF
           END-IF.
           ADD 1 TO WS-CUST-QUOTED.
           ADD 1 TO WS-ALL-QUOTED.
           ADD SRT-TOTAL-COST TO WS-CUST-QUOTED-VALUE.
           ADD SRT-TOTAL-COST TO WS-ALL-QUOTED-VALUE.
           EVALUATE SRT-STATUS
               WHEN "Q"
                   ADD 1 TO WS-CUST-OPEN
                   ADD 1 TO WS-ALL-OPEN
               WHEN "A"
               WHEN "I"
                   ADD 1 TO WS-CUST-WON
                   ADD 1 TO WS-ALL-WON
                   ADD SRT-TOTAL-COST TO WS-CUST-WON-VALUE
                   ADD SRT-TOTAL-COST TO WS-ALL-WON-VALUE
                   ADD SRT-TOTAL-COST TO WS-CUST-DECIDED-VALUE
                   ADD SRT-TOTAL-COST TO WS-ALL-DECIDED-VALUE
                   IF SRT-STATUS = "I" THEN
                       ADD 1 TO WS-CUST-INVOICED
                       ADD 1 TO WS-ALL-INVOICED
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-CUST-DECLINED
                   ADD 1 TO WS-ALL-DECLINED
                   ADD SRT-TOTAL-COST TO WS-CUST-DECIDED-VALUE
                   ADD SRT-TOTAL-COST TO WS-ALL-DECIDED-VALUE
               WHEN "E"
                   ADD 1 TO WS-CUST-EXPIRED
                   ADD 1 TO WS-ALL-EXPIRED
                   ADD SRT-TOTAL-COST TO WS-CUST-DECIDED-VALUE
                   ADD SRT-TOTAL-COST TO WS-ALL-DECIDED-VALUE
           END-EVALUATE.

           0320-NEW-CUSTOMER.

           MOVE SRT-CUSTOMER-NAME TO WS-PREV-CUSTOMER.
           MOVE ZERO TO WS-CUST-QUOTED.
           MOVE ZERO TO WS-CUST-QUOTED-VALUE.
           MOVE ZERO TO WS-CUST-OPEN.
           MOVE ZERO TO WS-CUST-WON.
           MOVE ZERO TO WS-CUST-WON-VALUE.
           MOVE ZERO TO WS-CUST-INVOICED.
           MOVE ZERO TO WS-CUST-DECLINED.
           MOVE ZERO TO WS-CUST-EXPIRED.
           MOVE ZERO TO WS-CUST-DECIDED-VALUE.
           ADD 1 TO WS-CUSTOMERS-LISTED.

      *> Conversion is won over decided (won, declined or expired),
      *> by number and by value.
           0330-WRITE-CUSTOMER-LINES.

           COMPUTE WS-DECIDED =
               WS-CUST-WON + WS-CUST-DECLINED + WS-CUST-EXPIRED.
           MOVE ZERO TO WS-COUNT-RATE.
           MOVE ZERO TO WS-VALUE-RATE.
           IF WS-DECIDED > ZERO THEN
               COMPUTE WS-COUNT-RATE ROUNDED =
                   WS-CUST-WON * 100 / WS-DECIDED
           END-IF.
           IF WS-CUST-DECIDED-VALUE > ZERO THEN
               COMPUTE WS-VALUE-RATE ROUNDED =
                   WS-CUST-WON-VALUE * 100 / WS-CUST-DECIDED-VALUE
           END-IF.
           MOVE WS-COUNT-RATE TO WS-DISPLAY-COUNT-RATE.
           MOVE WS-VALUE-RATE TO WS-DISPLAY-VALUE-RATE.
           MOVE WS-CUST-QUOTED-VALUE TO WS-DISPLAY-COST.
           MOVE WS-CUST-WON-VALUE TO WS-DISPLAY-VALUE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-PREV-CUSTOMER " QUOTED " WS-CUST-QUOTED
               " " WS-DISPLAY-COST "  WON " WS-CUST-WON
               " " WS-DISPLAY-VALUE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  INVOICED " WS-CUST-INVOICED
               " DECLINED " WS-CUST-DECLINED
               " EXPIRED " WS-CUST-EXPIRED
               " OPEN " WS-CUST-OPEN
               "  RATE " WS-DISPLAY-COUNT-RATE
               "% BY NUMBER " WS-DISPLAY-VALUE-RATE "% BY VALUE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       END PROGRAM QUOTREPT.
