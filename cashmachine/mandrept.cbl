       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDREPT AS "MANDREPT".
      *> Monthly dormant mandate report. Lists every active direct
      *> debit mandate on MANDATE with no collection for the keyed
      *> number of months (13 by default), counted from its last
      *> collection or, if it has never been used, from its start
      *> date. An annual mandate is allowed a further 12 months. The
      *> list is for the branches to confirm with the customer and
      *> cancel through MANDMAINT; nothing is changed here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MAND-STATUS.
           SELECT MANDATE-REPORT ASSIGN TO "MANDREPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           COPY MANDREC.
       FD  MANDATE-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-MAND-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-MAND-EOF PIC X VALUE "N".
           01 WS-REPORT-DATE PIC 9(8).
           01 WS-QUIET-MONTHS PIC 9(3).
           01 WS-CUTOFF-MONTHS PIC 9(3).
           01 WS-CUTOFF-DATE PIC 9(8).
           01 WS-CUTOFF-YEAR PIC 9(4).
           01 WS-CUTOFF-MONTH PIC S9(4).
           01 WS-CUTOFF-DAY PIC 9(2).
           01 WS-FEB-DAYS PIC 9(2).
           01 WS-DAYS-TABLE.
               05 FILLER PIC 9(2) VALUE 31.
               05 FILLER PIC 9(2) VALUE 28.
               05 FILLER PIC 9(2) VALUE 31.
               05 FILLER PIC 9(2) VALUE 30.
               05 FILLER PIC 9(2) VALUE 31.
               05 FILLER PIC 9(2) VALUE 30.
               05 FILLER PIC 9(2) VALUE 31.
               05 FILLER PIC 9(2) VALUE 31.
               05 FILLER PIC 9(2) VALUE 30.
               05 FILLER PIC 9(2) VALUE 31.
               05 FILLER PIC 9(2) VALUE 30.
               05 FILLER PIC 9(2) VALUE 31.
           01 WS-DAYS-REDEF REDEFINES WS-DAYS-TABLE.
               05 WS-DIM PIC 9(2) OCCURS 12 TIMES.
           01 WS-STANDARD-CUTOFF PIC 9(8).
           01 WS-ANNUAL-CUTOFF PIC 9(8).
           01 WS-MANDATE-CUTOFF PIC 9(8).
           01 WS-QUIET-SINCE PIC 9(8).
           01 WS-MANDATES-READ PIC 9(6) VALUE ZERO.
           01 WS-MANDATES-ACTIVE PIC 9(6) VALUE ZERO.
           01 WS-MANDATES-DORMANT PIC 9(6) VALUE ZERO.
           01 WS-NEVER-USED PIC 9(6) VALUE ZERO.
           01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
           DISPLAY "[ENTER REPORT DATE (YYYYMMDD, 0 FOR TODAY)]: ".
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE = ZERO THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF.
           DISPLAY "[ENTER MONTHS WITHOUT A COLLECTION "
               "(0 FOR DEFAULT 13)]: ".
           ACCEPT WS-QUIET-MONTHS.
           IF WS-QUIET-MONTHS = ZERO THEN
               MOVE 13 TO WS-QUIET-MONTHS
           END-IF.
           MOVE WS-QUIET-MONTHS TO WS-CUTOFF-MONTHS.
           PERFORM 0050-COMPUTE-CUTOFF-DATE.
           MOVE WS-CUTOFF-DATE TO WS-STANDARD-CUTOFF.
           COMPUTE WS-CUTOFF-MONTHS = WS-QUIET-MONTHS + 12.
           PERFORM 0050-COMPUTE-CUTOFF-DATE.
           MOVE WS-CUTOFF-DATE TO WS-ANNUAL-CUTOFF.

           OPEN INPUT MANDATE-FILE.
           IF WS-MAND-STATUS NOT = "00" THEN
               DISPLAY "[NO MANDATE FILE - NOTHING TO REPORT]"
               STOP RUN
           END-IF.

           OPEN OUTPUT MANDATE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DORMANT DIRECT DEBIT MANDATES " WS-REPORT-DATE
               " - NO COLLECTION SINCE " WS-STANDARD-CUTOFF
               " (ANNUAL " WS-ANNUAL-CUTOFF ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNT ORIGINATOR REF    FREQ        LIMIT  "
               "STARTED  LAST PAID  COLLECTIONS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           MOVE "N" TO WS-MAND-EOF.
           PERFORM UNTIL WS-MAND-EOF = "Y"
               READ MANDATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MAND-EOF
                   NOT AT END
                       ADD 1 TO WS-MANDATES-READ
                       IF MD-IS-ACTIVE THEN
                           ADD 1 TO WS-MANDATES-ACTIVE
                           PERFORM 0100-CHECK-MANDATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANDATE-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-MANDATES-READ " MANDATE(S) READ, "
               WS-MANDATES-ACTIVE " ACTIVE, "
               WS-MANDATES-DORMANT " DORMANT OF WHICH "
               WS-NEVER-USED " NEVER COLLECTED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE MANDATE-REPORT.

           DISPLAY "[" WS-MANDATES-DORMANT " DORMANT MANDATE(S) - "
               "SEE MANDREPT.RPT]".
           STOP RUN.

      *> WS-CUTOFF-MONTHS before the report date; a day past the end
      *> of the month it lands in is pulled back to the month end.
           0050-COMPUTE-CUTOFF-DATE.

           MOVE WS-REPORT-DATE(1:4) TO WS-CUTOFF-YEAR.
           MOVE WS-REPORT-DATE(5:2) TO WS-CUTOFF-MONTH.
           MOVE WS-REPORT-DATE(7:2) TO WS-CUTOFF-DAY.
           SUBTRACT WS-CUTOFF-MONTHS FROM WS-CUTOFF-MONTH.
           PERFORM UNTIL WS-CUTOFF-MONTH > 0
               ADD 12 TO WS-CUTOFF-MONTH
               SUBTRACT 1 FROM WS-CUTOFF-YEAR
           END-PERFORM.
           IF FUNCTION MOD(WS-CUTOFF-YEAR, 4) = 0 AND
                   (FUNCTION MOD(WS-CUTOFF-YEAR, 100) NOT = 0 OR
                    FUNCTION MOD(WS-CUTOFF-YEAR, 400) = 0) THEN
               MOVE 29 TO WS-FEB-DAYS
           ELSE
               MOVE 28 TO WS-FEB-DAYS
           END-IF.
           MOVE WS-FEB-DAYS TO WS-DIM(2).
           IF WS-CUTOFF-DAY > WS-DIM(WS-CUTOFF-MONTH) THEN
               MOVE WS-DIM(WS-CUTOFF-MONTH) TO WS-CUTOFF-DAY
           END-IF.
           COMPUTE WS-CUTOFF-DATE =
               WS-CUTOFF-YEAR * 10000 + WS-CUTOFF-MONTH * 100
               + WS-CUTOFF-DAY.

           0100-CHECK-MANDATE.

           IF MD-LAST-COLLECT-DATE = ZERO THEN
               MOVE MD-START-DATE TO WS-QUIET-SINCE
           ELSE
               MOVE MD-LAST-COLLECT-DATE TO WS-QUIET-SINCE
           END-IF.
           IF MD-IS-ANNUAL THEN
               MOVE WS-ANNUAL-CUTOFF TO WS-MANDATE-CUTOFF
           ELSE
               MOVE WS-STANDARD-CUTOFF TO WS-MANDATE-CUTOFF
           END-IF.
           IF WS-QUIET-SINCE < WS-MANDATE-CUTOFF THEN
               ADD 1 TO WS-MANDATES-DORMANT
               IF MD-COLLECT-COUNT = ZERO THEN
                   ADD 1 TO WS-NEVER-USED
               END-IF
               MOVE MD-MAX-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING MD-ACCT-NUMBER "  " MD-ORIG-REF
                   "  " MD-FREQUENCY "    " WS-DISPLAY-AMOUNT
                   "  " MD-START-DATE "  " MD-LAST-COLLECT-DATE
                   "  " MD-COLLECT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

       END PROGRAM MANDREPT.
