       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTPOST AS "INTPOST".
      *> Monthly credit interest. Each account in credit is paid on
      *> its balance at its product's rate: where the product holds
      *> balance bands on PRODBAND the bands in force today decide the
      *> rate, either on the whole balance or band by band as the
      *> product says; otherwise the product's flat rate is paid.
      *> INTPOST.RPT lists each credit with its band breakdown.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT TD-FILE ASSIGN TO "TDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TD-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT BAND-FILE ASSIGN TO "PRODBAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAND-KEY
               FILE STATUS IS WS-BAND-STATUS.
           SELECT INTEREST-REPORT ASSIGN TO "INTPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           COPY CTLREC.
       FD  TD-FILE.
       01  TD-RECORD.
           COPY TDREC.
       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY RATEREC.
       FD  BAND-FILE.
       01  BAND-RECORD.
           COPY BANDREC.
       FD  INTEREST-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-TD-STATUS PIC XX.
           01 WS-TD-OPEN PIC X VALUE "N".
           01 WS-TD-HELD PIC X VALUE "N".
           01 WS-CTL-STATUS PIC XX.
           01 WS-CTL-ACCT-EOF PIC X VALUE "N".
           01 WS-CTL-LOG-EOF PIC X VALUE "N".
           01 WS-REF-DATE PIC 9(8).
           01 WS-ACCT-STATUS PIC XX.
           01 WS-LOG-STATUS PIC XX.
           01 WS-RATE-STATUS PIC XX.
           01 WS-RATE-EOF PIC X VALUE "N".
           01 WS-RATE-DATE PIC 9(8).
           01 WS-LOG-RATE PIC 9(3)V9(4) VALUE ZERO.
           01 WS-LOG-BASE-AMOUNT PIC 9(7)V9(2) VALUE ZERO.
           01 WS-RC-STATUS PIC XX.
           01 WS-PROD-STATUS PIC XX.
           01 WS-PROD-OPEN PIC X VALUE "N".
           01 WS-PROD-FOUND PIC X VALUE "N".
           01 WS-ACCT-EOF PIC X VALUE "N".
           01 WS-DEFAULT-RATE PIC 9V9(4) VALUE 0.0025.
           01 WS-INTEREST-RATE PIC 9V9(4) VALUE 0.0025.
           01 WS-CURRENT-YRMO PIC 9(6).
           01 WS-CURRENT-CYCLE PIC 9(8).
           01 WS-RESTART-KEY PIC 9(6) VALUE ZERO.
           01 WS-RPT-STATUS PIC XX.
           01 WS-BAND-STATUS PIC XX.
           01 WS-BAND-OPEN PIC X VALUE "N".
           01 WS-BAND-EOF PIC X VALUE "N".
           01 WS-BAND-DATE PIC 9(8).
           01 WS-BAND-PRODUCT PIC X(4) VALUE SPACES.
           01 WS-BAND-SET-DATE PIC 9(8) VALUE ZERO.
           01 WS-BAND-COUNT PIC 99 VALUE ZERO.
           01 WS-BAND-IDX PIC 99.
           01 WS-BAND-NEXT PIC 99.
           01 WS-BAND-TABLE.
               05 WS-BAND-ENTRY OCCURS 10 TIMES.
                   10 WS-BT-FLOOR PIC 9(7).
                   10 WS-BT-RATE PIC 9V9(4).
                   10 WS-BT-PORTION PIC 9(7)V9(2).
                   10 WS-BT-INTEREST PIC 9(7)V9(2).
           01 WS-BAND-BALANCE PIC 9(7)V9(2).
           01 WS-BAND-UPPER PIC 9(8).
           01 WS-TIER-METHOD PIC X VALUE "W".
           01 WS-TOTAL-INTEREST PIC 9(11)V9(2) VALUE ZERO.
           01 WS-DISPLAY-BALANCE PIC ---,---,--9.99.
           01 WS-DISPLAY-INTEREST PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-FLOOR PIC Z,ZZZ,ZZ9.
           01 WS-DISPLAY-RATE PIC 9.9999.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURRENT-YRMO.
           COMPUTE WS-CURRENT-CYCLE = WS-CURRENT-YRMO * 100.
           IF WS-PROD-STATUS = "00" THEN
               MOVE "Y" TO WS-PROD-OPEN
           END-IF.
           OPEN INPUT TD-FILE.
           IF WS-TD-STATUS = "00" THEN
               MOVE "Y" TO WS-TD-OPEN
           END-IF.
           OPEN INPUT BAND-FILE.
           IF WS-BAND-STATUS = "00" THEN
               MOVE "Y" TO WS-BAND-OPEN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BAND-DATE.
           PERFORM 0015-OPEN-INTEREST-REPORT.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS = "35" THEN
               DISPLAY "[NO ACCOUNT MASTER FILE - NOTHING TO POST]"
               CLOSE INTEREST-REPORT
               CLOSE RUN-CONTROL
               STOP RUN
           END-IF.
           IF WS-PROD-OPEN = "Y" THEN
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-TD-OPEN = "Y" THEN
               CLOSE TD-FILE
           END-IF.
           IF WS-BAND-OPEN = "Y" THEN
               CLOSE BAND-FILE
           END-IF.
           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-INTEREST.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-ACCOUNTS-PROCESSED " ACCOUNT(S) CREDITED"
               " TOTAL INTEREST " WS-DISPLAY-INTEREST
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE INTEREST-REPORT.

           PERFORM 0020-MARK-RUN-COMPLETE.
           CLOSE RUN-CONTROL.
               WRITE RUN-CONTROL-RECORD
           END-IF.

      *> A restarted run carries on the report left by the failed
      *> one rather than losing the credits already listed.
           0015-OPEN-INTEREST-REPORT.

           IF WS-RESTART-KEY > ZERO THEN
               OPEN EXTEND INTEREST-REPORT
               IF WS-RPT-STATUS = "35" THEN
                   OPEN OUTPUT INTEREST-REPORT
                   CLOSE INTEREST-REPORT
                   OPEN EXTEND INTEREST-REPORT
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RESTARTED AFTER ACCOUNT " WS-RESTART-KEY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               OPEN OUTPUT INTEREST-REPORT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MONTHLY INTEREST POSTING FOR " WS-CURRENT-YRMO
                   " RUN " WS-BAND-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           0020-MARK-RUN-COMPLETE.

           MOVE "INTPOST" TO RC-JOB-NAME.
           0040-GET-PRODUCT-RATE.

           MOVE WS-DEFAULT-RATE TO WS-INTEREST-RATE.
           MOVE "W" TO WS-TIER-METHOD.
           MOVE "N" TO WS-PROD-FOUND.
           IF WS-PROD-OPEN = "Y" AND
                   ACCT-PRODUCT-CODE NOT = SPACES THEN
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               END-READ
               IF WS-PROD-STATUS = "00" THEN
                   MOVE PROD-INTEREST-RATE TO WS-INTEREST-RATE
                   MOVE PROD-TIER-METHOD TO WS-TIER-METHOD
                   MOVE "Y" TO WS-PROD-FOUND
               END-IF
           END-IF.
           IF WS-PROD-FOUND = "N" THEN
               MOVE ZERO TO WS-BAND-COUNT
               MOVE SPACES TO WS-BAND-PRODUCT
           ELSE
               IF ACCT-PRODUCT-CODE NOT = WS-BAND-PRODUCT THEN
                   PERFORM 0060-LOAD-RATE-BANDS
               END-IF
           END-IF.

      *> Interest credited in a foreign currency carries the buy rate
      *> in force on the day and its GBP equivalent, so that it can be
      *> stated in sterling on the year-end tax certificate.
           0045-GET-GBP-RATE.

           MOVE ZERO TO WS-LOG-RATE.
           MOVE ZERO TO WS-LOG-BASE-AMOUNT.
           IF ACCT-CURRENCY-CODE NOT = "GBP" THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RATE-DATE
               OPEN INPUT RATE-FILE
               IF WS-RATE-STATUS = "00" THEN
                   MOVE "N" TO WS-RATE-EOF
                   MOVE ACCT-CURRENCY-CODE TO RATE-CURRENCY-CODE
                   MOVE ZERO TO RATE-EFFECTIVE-DATE
                   START RATE-FILE
                       KEY IS NOT LESS THAN RATE-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-RATE-EOF
                   END-START
                   PERFORM UNTIL WS-RATE-EOF = "Y"
                       READ RATE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-RATE-EOF
                           NOT AT END
                               IF RATE-CURRENCY-CODE NOT =
                                       ACCT-CURRENCY-CODE
                                   OR RATE-EFFECTIVE-DATE >
                                       WS-RATE-DATE
                                   MOVE "Y" TO WS-RATE-EOF
                               ELSE
                                   MOVE RATE-BUY TO WS-LOG-RATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATE-FILE
               END-IF
               IF WS-LOG-RATE > ZERO THEN
                   COMPUTE WS-LOG-BASE-AMOUNT ROUNDED =
                       WS-INTEREST-AMOUNT / WS-LOG-RATE
               END-IF
           END-IF.

      *> A running term deposit earns its fixed rate at maturity
      *> through TDMATURE, not the monthly product rate.
           0050-CHECK-TERM-DEPOSIT.

           MOVE "N" TO WS-TD-HELD.
           IF WS-TD-OPEN = "Y" THEN
               MOVE ACCT-NUMBER TO TD-ACCT-NUMBER
               READ TD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TD-IS-ACTIVE THEN
                           MOVE "Y" TO WS-TD-HELD
                       END-IF
               END-READ
           END-IF.

      *> Loads the product's bands in force on WS-BAND-DATE, lowest
      *> floor first. Only the latest set dated on or before that day
      *> is kept: an earlier set is dropped as soon as a later one is
      *> read.
           0060-LOAD-RATE-BANDS.

           MOVE ACCT-PRODUCT-CODE TO WS-BAND-PRODUCT.
           MOVE ZERO TO WS-BAND-COUNT.
           MOVE ZERO TO WS-BAND-SET-DATE.
           IF WS-BAND-OPEN = "Y" THEN
               MOVE "N" TO WS-BAND-EOF
               MOVE ACCT-PRODUCT-CODE TO BAND-PROD-CODE
               MOVE ZERO TO BAND-EFFECTIVE-DATE
               MOVE ZERO TO BAND-FLOOR
               START BAND-FILE
                   KEY IS NOT LESS THAN BAND-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-BAND-EOF
               END-START
               PERFORM UNTIL WS-BAND-EOF = "Y"
                   READ BAND-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-BAND-EOF
                       NOT AT END
                           IF BAND-PROD-CODE NOT = ACCT-PRODUCT-CODE
                                   OR BAND-EFFECTIVE-DATE >
                                       WS-BAND-DATE
                               MOVE "Y" TO WS-BAND-EOF
                           ELSE
                               PERFORM 0065-KEEP-BAND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           0065-KEEP-BAND.

           IF BAND-EFFECTIVE-DATE NOT = WS-BAND-SET-DATE THEN
               MOVE BAND-EFFECTIVE-DATE TO WS-BAND-SET-DATE
               MOVE ZERO TO WS-BAND-COUNT
           END-IF.
           IF WS-BAND-COUNT < 10 THEN
               ADD 1 TO WS-BAND-COUNT
               MOVE BAND-FLOOR TO WS-BT-FLOOR(WS-BAND-COUNT)
               MOVE BAND-INTEREST-RATE TO WS-BT-RATE(WS-BAND-COUNT)
           END-IF.

      *> Interest on WS-BAND-BALANCE. With no bands in force the flat
      *> rate applies. Otherwise each band runs from its floor up to
      *> the next band's floor: on the whole-balance method only the
      *> band the balance falls in is paid, on the whole balance; on
      *> the marginal method every band the balance reaches is paid
      *> on the slice of the balance inside it.
           0070-CALC-TIERED-INTEREST.

           MOVE ZERO TO WS-INTEREST-AMOUNT.
           IF WS-BAND-COUNT = ZERO THEN
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   WS-BAND-BALANCE * WS-INTEREST-RATE
           ELSE
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > WS-BAND-COUNT
                   MOVE ZERO TO WS-BT-PORTION(WS-BAND-IDX)
                   MOVE ZERO TO WS-BT-INTEREST(WS-BAND-IDX)
                   IF WS-BAND-BALANCE NOT <
                           WS-BT-FLOOR(WS-BAND-IDX) THEN
                       PERFORM 0075-PAY-ONE-BAND
                   END-IF
               END-PERFORM
           END-IF.

           0075-PAY-ONE-BAND.

           IF WS-BAND-IDX < WS-BAND-COUNT THEN
               COMPUTE WS-BAND-NEXT = WS-BAND-IDX + 1
               MOVE WS-BT-FLOOR(WS-BAND-NEXT) TO WS-BAND-UPPER
           ELSE
               MOVE 99999999 TO WS-BAND-UPPER
           END-IF.
           IF WS-BAND-BALANCE < WS-BAND-UPPER THEN
               IF WS-TIER-METHOD = "M" THEN
                   COMPUTE WS-BT-PORTION(WS-BAND-IDX) =
                       WS-BAND-BALANCE - WS-BT-FLOOR(WS-BAND-IDX)
               ELSE
                   MOVE WS-BAND-BALANCE TO WS-BT-PORTION(WS-BAND-IDX)
               END-IF
           ELSE
               IF WS-TIER-METHOD = "M" THEN
                   COMPUTE WS-BT-PORTION(WS-BAND-IDX) =
                       WS-BAND-UPPER - WS-BT-FLOOR(WS-BAND-IDX)
               END-IF
           END-IF.
           IF WS-BT-PORTION(WS-BAND-IDX) > ZERO THEN
               COMPUTE WS-BT-INTEREST(WS-BAND-IDX) ROUNDED =
                   WS-BT-PORTION(WS-BAND-IDX) *
                   WS-BT-RATE(WS-BAND-IDX)
               ADD WS-BT-INTEREST(WS-BAND-IDX) TO WS-INTEREST-AMOUNT
           END-IF.

           0080-REPORT-INTEREST.

           MOVE WS-BAND-BALANCE TO WS-DISPLAY-BALANCE.
           MOVE WS-INTEREST-AMOUNT TO WS-DISPLAY-INTEREST.
           MOVE WS-INTEREST-RATE TO WS-DISPLAY-RATE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-BAND-COUNT = ZERO THEN
               STRING "ACCT " ACCT-NUMBER " " ACCT-PRODUCT-CODE
                   " " ACCT-CURRENCY-CODE
                   " BALANCE " WS-DISPLAY-BALANCE
                   " FLAT RATE " WS-DISPLAY-RATE
                   " INTEREST " WS-DISPLAY-INTEREST
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               IF WS-TIER-METHOD = "M" THEN
                   STRING "ACCT " ACCT-NUMBER " " ACCT-PRODUCT-CODE
                       " " ACCT-CURRENCY-CODE
                       " BALANCE " WS-DISPLAY-BALANCE
                       " MARGINAL BANDS " WS-BAND-SET-DATE
                       " INTEREST " WS-DISPLAY-INTEREST
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "ACCT " ACCT-NUMBER " " ACCT-PRODUCT-CODE
                       " " ACCT-CURRENCY-CODE
                       " BALANCE " WS-DISPLAY-BALANCE
                       " WHOLE BAL BANDS " WS-BAND-SET-DATE
                       " INTEREST " WS-DISPLAY-INTEREST
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > WS-BAND-COUNT
                   IF WS-BT-PORTION(WS-BAND-IDX) > ZERO THEN
                       PERFORM 0085-REPORT-ONE-BAND
                   END-IF
               END-PERFORM
           END-IF.

           0085-REPORT-ONE-BAND.

           MOVE WS-BT-FLOOR(WS-BAND-IDX) TO WS-DISPLAY-FLOOR.
           MOVE WS-BT-PORTION(WS-BAND-IDX) TO WS-DISPLAY-BALANCE.
           MOVE WS-BT-INTEREST(WS-BAND-IDX) TO WS-DISPLAY-INTEREST.
           MOVE WS-BT-RATE(WS-BAND-IDX) TO WS-DISPLAY-RATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    BAND FROM " WS-DISPLAY-FLOOR
               " RATE " WS-DISPLAY-RATE
               " ON " WS-DISPLAY-BALANCE
               " INTEREST " WS-DISPLAY-INTEREST
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0100-POST-INTEREST.

           PERFORM 0050-CHECK-TERM-DEPOSIT.
           IF ACCT-LAST-INTEREST-YRMO NOT = WS-CURRENT-YRMO
                   AND WS-TD-HELD = "N" THEN
               IF ACCT-BALANCE > 0 THEN
                   PERFORM 0040-GET-PRODUCT-RATE
                   MOVE ACCT-BALANCE TO WS-BAND-BALANCE
                   PERFORM 0070-CALC-TIERED-INTEREST
                   IF WS-INTEREST-AMOUNT > 0 THEN
                       ADD WS-INTEREST-AMOUNT TO ACCT-BALANCE
                       ADD WS-INTEREST-AMOUNT TO ACCT-AVAIL-BALANCE
                       MOVE WS-CURRENT-YRMO TO ACCT-LAST-INTEREST-YRMO
                       REWRITE ACCOUNT-RECORD
                       ADD 1 TO WS-ACCOUNTS-PROCESSED
                       PERFORM 0045-GET-GBP-RATE
                       PERFORM 0200-LOG-INTEREST
                       PERFORM 0080-REPORT-INTEREST
                       ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
                   END-IF
               END-IF
           END-IF.
           MOVE ACCT-BALANCE TO TL-BALANCE.
           MOVE ACCT-CURRENCY-CODE TO TL-CURRENCY-CODE.
           MOVE WS-NEW-REF TO TL-REF-NUMBER.
           MOVE WS-LOG-RATE TO TL-RATE.
           MOVE WS-LOG-BASE-AMOUNT TO TL-BASE-AMOUNT.
           MOVE SPACES TO TL-FX-CURRENCY.
           MOVE ZERO TO TL-PAYEE-NUMBER.
           MOVE SPACES TO TL-TERMINAL-ID.
           MOVE TL-FX-CURRENCY TO TM-FX-CURRENCY.
           MOVE TL-PAYEE-NUMBER TO TM-PAYEE-NUMBER.
           MOVE TL-TERMINAL-ID TO TM-TERMINAL-ID.
           MOVE ZERO TO TM-LINK-REF.
           MOVE SPACES TO TM-OPERATOR-ID.
           WRITE TRAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
