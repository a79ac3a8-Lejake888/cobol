       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITINT AS "DEBITINT".
      *> Monthly debit interest on overdrawn accounts, run early in the
      *> month for the month just ended. The charge is worked from the
      *> nightly BALSNAP positions rather than the month-end balance:
      *> each overdrawn day within the arranged limit accrues at the
      *> product's debit rate, each pound beyond the limit at the
      *> unarranged rate, and a month with any day beyond the limit
      *> also bears the product's flat unarranged overdraft fee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SORT-FILE ASSIGN TO "DEBITINT.SRT".
           SELECT CHARGE-REPORT ASSIGN TO "DEBITINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT TRAN-MASTER ASSIGN TO "TRANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-REF-NUMBER
               ALTERNATE RECORD KEY IS TM-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT REF-FILE ASSIGN TO "TRANREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS WS-RC-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05 SN-DATE              PIC 9(8).
           05 SN-ACCT-NUMBER       PIC 9(6).
           05 SN-BALANCE           PIC S9(7)V9(2).
           05 SN-CURRENCY-CODE     PIC X(3).
           05 SN-PRODUCT-CODE      PIC X(4).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ACCT-NUMBER      PIC 9(6).
           05 SRT-DATE             PIC 9(8).
           05 SRT-BALANCE          PIC S9(7)V9(2).
       FD  CHARGE-REPORT.
       01  WS-REPORT-LINE PIC X(120).
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           COPY PRODREC.
       FD  TRANSACTION-LOG.
       01  TRANLOG-RECORD.
           COPY TRANREC.
       FD  TRAN-MASTER.
       01  TRAN-MASTER-RECORD.
           COPY TRANMREC.
       FD  REF-FILE.
       01  REF-RECORD.
           05 REF-LAST-NUMBER      PIC 9(12).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           COPY CTLREC.
       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS PIC XX.
           01 WS-CTL-ACCT-EOF PIC X VALUE "N".
           01 WS-CTL-LOG-EOF PIC X VALUE "N".
           01 WS-CTL-ACCT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CTL-ACCT-HASH PIC S9(13)V9(2) VALUE ZERO.
           01 WS-CTL-TRAN-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CTL-TRAN-HASH PIC 9(13)V9(2) VALUE ZERO.
           01 WS-SNAP-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-PROD-STATUS PIC XX.
           01 WS-PROD-OPEN PIC X VALUE "N".
           01 WS-LOG-STATUS PIC XX.
           01 WS-TM-STATUS PIC XX.
           01 WS-REF-STATUS PIC XX.
           01 WS-RC-STATUS PIC XX.
           01 WS-REF-EOF PIC X VALUE "N".
           01 WS-NEW-REF PIC 9(12).
           01 WS-REF-DATE PIC 9(8).
           01 WS-SNAP-EOF PIC X VALUE "N".
           01 WS-SORT-EOF PIC X VALUE "N".
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-CURRENT-YRMO PIC 9(6).
           01 WS-CHARGE-YRMO PIC 9(6).
           01 WS-CHARGE-YEAR PIC 9(4).
           01 WS-CHARGE-MONTH PIC 99.
           01 WS-CURRENT-CYCLE PIC 9(8).
           01 WS-MONTH-START PIC 9(8).
           01 WS-NEXT-MONTH-START PIC 9(8).
           01 WS-DAYS-IN-MONTH PIC 99.
           01 WS-RESTART-KEY PIC 9(6) VALUE ZERO.
           01 WS-DEFAULT-DEBIT-RATE PIC 9V9(4) VALUE 0.0150.
           01 WS-DEFAULT-UNARR-RATE PIC 9V9(4) VALUE 0.0300.
           01 WS-DEFAULT-UNARR-FEE PIC 9(3)V9(2) VALUE 15.00.
           01 WS-DEBIT-RATE PIC 9V9(4).
           01 WS-UNARR-RATE PIC 9V9(4).
           01 WS-UNARR-FEE PIC 9(3)V9(2).
      *> Per-account accumulators over the month's snapshots.
           01 WS-FIRST-FOR-ACCT PIC X VALUE "Y".
           01 WS-CURR-ACCT PIC 9(6).
           01 WS-ACCT-FOUND PIC X VALUE "N".
           01 WS-ARRANGED-LIMIT PIC 9(7)V9(2).
           01 WS-OVERDRAWN PIC 9(7)V9(2).
           01 WS-OD-DAYS PIC 99.
           01 WS-UNARR-DAYS PIC 99.
           01 WS-OD-SUM PIC 9(11)V9(2).
           01 WS-UNARR-SUM PIC 9(11)V9(2).
           01 WS-INTEREST-AMOUNT PIC 9(7)V9(2).
           01 WS-FEE-AMOUNT PIC 9(7)V9(2).
           01 WS-CHARGE-AMOUNT PIC 9(7)V9(2).
           01 WS-POST-TYPE PIC X(12).
           01 WS-ACCOUNTS-CHARGED PIC 9(6) VALUE ZERO.
           01 WS-ACCOUNTS-SKIPPED PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-INTEREST PIC 9(11)V9(2) VALUE ZERO.
           01 WS-TOTAL-FEES PIC 9(11)V9(2) VALUE ZERO.
           01 WS-DISPLAY-INTEREST PIC ---,---,--9.99.
           01 WS-DISPLAY-FEE PIC ---,---,--9.99.
           01 WS-DISPLAY-TOTAL PIC --,---,---,---,--9.99.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE(1:4) TO WS-CHARGE-YEAR.
           MOVE WS-TODAY-DATE(5:2) TO WS-CHARGE-MONTH.
           IF WS-CHARGE-MONTH = 1 THEN
               SUBTRACT 1 FROM WS-CHARGE-YEAR
               MOVE 12 TO WS-CHARGE-MONTH
           ELSE
               SUBTRACT 1 FROM WS-CHARGE-MONTH
           END-IF.
           COMPUTE WS-CHARGE-YRMO =
               WS-CHARGE-YEAR * 100 + WS-CHARGE-MONTH.
           COMPUTE WS-CURRENT-CYCLE = WS-CHARGE-YRMO * 100.
           COMPUTE WS-MONTH-START = WS-CHARGE-YRMO * 100 + 1.
           MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-YRMO.
           COMPUTE WS-NEXT-MONTH-START = WS-CURRENT-YRMO * 100 + 1.
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).

           PERFORM 0010-CHECK-RUN-CONTROL.

           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAP-STATUS = "35" THEN
               DISPLAY "[NO SNAPSHOT FILE - RUN BALSNAP NIGHTLY "
                   "FIRST]"
               CLOSE RUN-CONTROL
               STOP RUN
           END-IF.
           CLOSE SNAPSHOT-FILE.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS = "35" THEN
               DISPLAY "[NO ACCOUNT MASTER FILE - NOTHING TO CHARGE]"
               CLOSE RUN-CONTROL
               STOP RUN
           END-IF.

           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS = "00" THEN
               MOVE "Y" TO WS-PROD-OPEN
           END-IF.

           OPEN OUTPUT CHARGE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DEBIT INTEREST AND UNARRANGED OVERDRAFT CHARGES FOR "
               WS-CHARGE-YRMO " (" WS-DAYS-IN-MONTH " DAYS)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCT-NUMBER
                                SRT-DATE
               INPUT PROCEDURE IS 0100-RELEASE-OVERDRAWN-DAYS
               OUTPUT PROCEDURE IS 0200-CHARGE-SORTED.

           PERFORM 0400-WRITE-CHARGE-TOTALS.
           CLOSE CHARGE-REPORT.
           CLOSE ACCOUNT-FILE.
           IF WS-PROD-OPEN = "Y" THEN
               CLOSE PRODUCT-FILE
           END-IF.

           PERFORM 0020-MARK-RUN-COMPLETE.
           CLOSE RUN-CONTROL.
           PERFORM 0095-WRITE-CONTROL-TOTALS.

           DISPLAY "[DEBIT CHARGES POSTED TO " WS-ACCOUNTS-CHARGED
               " ACCOUNT(S) FOR " WS-CHARGE-YRMO
               " - SEE DEBITINT.RPT]".
           STOP RUN.

           0010-CHECK-RUN-CONTROL.

           OPEN I-O RUN-CONTROL.
           IF WS-RC-STATUS = "35" THEN
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL
           END-IF.
           MOVE "DEBITINT" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RC-STATUS = "00" THEN
               IF RC-CYCLE = WS-CURRENT-CYCLE AND RC-COMPLETED THEN
                   DISPLAY "[DEBITINT ALREADY COMPLETED FOR CYCLE "
                       WS-CURRENT-CYCLE " - RUN REFUSED]"
                   CLOSE RUN-CONTROL
                   STOP RUN
               END-IF
               IF RC-CYCLE = WS-CURRENT-CYCLE AND RC-STARTED THEN
                   MOVE RC-LAST-KEY TO WS-RESTART-KEY
                   DISPLAY "[RESTARTING DEBITINT AFTER ACCOUNT "
                       WS-RESTART-KEY "]"
               END-IF
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-CURRENT-CYCLE TO RC-CYCLE
               MOVE "S" TO RC-STATUS
               MOVE WS-RESTART-KEY TO RC-LAST-KEY
               REWRITE RUN-CONTROL-RECORD
           ELSE
               MOVE "DEBITINT" TO RC-JOB-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-CURRENT-CYCLE TO RC-CYCLE
               MOVE "S" TO RC-STATUS
               MOVE ZERO TO RC-LAST-KEY
               WRITE RUN-CONTROL-RECORD
           END-IF.

           0020-MARK-RUN-COMPLETE.

           MOVE "DEBITINT" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "C" TO RC-STATUS.
           REWRITE RUN-CONTROL-RECORD.

           0030-CHECKPOINT-RUN-CONTROL.

           MOVE "DEBITINT" TO RC-JOB-NAME.
           READ RUN-CONTROL
               KEY IS RC-JOB-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-CURR-ACCT TO RC-LAST-KEY.
           REWRITE RUN-CONTROL-RECORD.

           0040-GET-PRODUCT-RATES.

           MOVE WS-DEFAULT-DEBIT-RATE TO WS-DEBIT-RATE.
           MOVE WS-DEFAULT-UNARR-RATE TO WS-UNARR-RATE.
           MOVE WS-DEFAULT-UNARR-FEE TO WS-UNARR-FEE.
           IF WS-PROD-OPEN = "Y" AND
                   ACCT-PRODUCT-CODE NOT = SPACES THEN
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   KEY IS PROD-CODE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PROD-STATUS = "00" THEN
                   MOVE PROD-DEBIT-RATE TO WS-DEBIT-RATE
                   MOVE PROD-UNARR-RATE TO WS-UNARR-RATE
                   MOVE PROD-UNARR-FEE TO WS-UNARR-FEE
               END-IF
           END-IF.

      *> Only overdrawn days bear a charge, so only they are sorted.
           0100-RELEASE-OVERDRAWN-DAYS.

           OPEN INPUT SNAPSHOT-FILE.
           PERFORM UNTIL WS-SNAP-EOF = "Y"
               READ SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO WS-SNAP-EOF
                   NOT AT END
                       IF SN-DATE(1:6) = WS-CHARGE-YRMO AND
                               SN-BALANCE < 0 AND
                               SN-ACCT-NUMBER > WS-RESTART-KEY THEN
                           MOVE SN-ACCT-NUMBER TO SRT-ACCT-NUMBER
                           MOVE SN-DATE TO SRT-DATE
                           MOVE SN-BALANCE TO SRT-BALANCE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.

           0200-CHARGE-SORTED.

           MOVE "N" TO WS-SORT-EOF.
           MOVE "Y" TO WS-FIRST-FOR-ACCT.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                       IF WS-FIRST-FOR-ACCT NOT = "Y" THEN
                           PERFORM 0300-CHARGE-ACCOUNT
                       END-IF
                   NOT AT END
                       PERFORM 0210-ACCUMULATE-DAY
               END-RETURN
           END-PERFORM.

      *> The arranged limit is the one on the account today; a limit
      *> changed during the month is not back-dated.
           0210-ACCUMULATE-DAY.

           IF WS-FIRST-FOR-ACCT NOT = "Y" AND
                   SRT-ACCT-NUMBER NOT = WS-CURR-ACCT THEN
               PERFORM 0300-CHARGE-ACCOUNT
               MOVE "Y" TO WS-FIRST-FOR-ACCT
           END-IF.
           IF WS-FIRST-FOR-ACCT = "Y" THEN
               MOVE SRT-ACCT-NUMBER TO WS-CURR-ACCT
               MOVE "N" TO WS-FIRST-FOR-ACCT
               MOVE ZERO TO WS-OD-DAYS
               MOVE ZERO TO WS-UNARR-DAYS
               MOVE ZERO TO WS-OD-SUM
               MOVE ZERO TO WS-UNARR-SUM
               MOVE SRT-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-STATUS = "00" THEN
                   MOVE "Y" TO WS-ACCT-FOUND
                   MOVE ACCT-OVERDRAFT-LIMIT TO WS-ARRANGED-LIMIT
               ELSE
                   MOVE "N" TO WS-ACCT-FOUND
                   MOVE ZERO TO WS-ARRANGED-LIMIT
               END-IF
           END-IF.
           COMPUTE WS-OVERDRAWN = 0 - SRT-BALANCE.
           ADD 1 TO WS-OD-DAYS.
           IF WS-OVERDRAWN > WS-ARRANGED-LIMIT THEN
               ADD 1 TO WS-UNARR-DAYS
               ADD WS-ARRANGED-LIMIT TO WS-OD-SUM
               COMPUTE WS-UNARR-SUM =
                   WS-UNARR-SUM + WS-OVERDRAWN - WS-ARRANGED-LIMIT
           ELSE
               ADD WS-OVERDRAWN TO WS-OD-SUM
           END-IF.

           0300-CHARGE-ACCOUNT.

           IF WS-ACCT-FOUND NOT = "Y" THEN
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACCT " WS-CURR-ACCT
                   " OVERDRAWN DAYS " WS-OD-DAYS
                   " - ACCOUNT NO LONGER ON FILE, NOT CHARGED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
           IF ACCT-LAST-DEBIT-YRMO = WS-CHARGE-YRMO THEN
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACCT " WS-CURR-ACCT
                   " ALREADY CHARGED FOR " WS-CHARGE-YRMO
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               PERFORM 0040-GET-PRODUCT-RATES
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   (WS-OD-SUM * WS-DEBIT-RATE
                       + WS-UNARR-SUM * WS-UNARR-RATE)
                   / WS-DAYS-IN-MONTH
               MOVE ZERO TO WS-FEE-AMOUNT
               IF WS-UNARR-DAYS > ZERO THEN
                   MOVE WS-UNARR-FEE TO WS-FEE-AMOUNT
               END-IF
               IF WS-INTEREST-AMOUNT > 0 THEN
                   MOVE WS-INTEREST-AMOUNT TO WS-CHARGE-AMOUNT
                   MOVE "DEBIT INT" TO WS-POST-TYPE
                   PERFORM 0310-POST-CHARGE
               END-IF
               IF WS-FEE-AMOUNT > 0 THEN
                   MOVE WS-FEE-AMOUNT TO WS-CHARGE-AMOUNT
                   MOVE "UNARR OD FEE" TO WS-POST-TYPE
                   PERFORM 0310-POST-CHARGE
               END-IF
               MOVE WS-CHARGE-YRMO TO ACCT-LAST-DEBIT-YRMO
               REWRITE ACCOUNT-RECORD
               IF WS-INTEREST-AMOUNT > 0 OR WS-FEE-AMOUNT > 0 THEN
                   ADD 1 TO WS-ACCOUNTS-CHARGED
                   ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
                   ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
               END-IF
               PERFORM 0320-REPORT-ACCOUNT
           END-IF
           END-IF.
           PERFORM 0030-CHECKPOINT-RUN-CONTROL.

           0310-POST-CHARGE.

           SUBTRACT WS-CHARGE-AMOUNT FROM ACCT-BALANCE.
           SUBTRACT WS-CHARGE-AMOUNT FROM ACCT-AVAIL-BALANCE.
           PERFORM 0092-ALLOCATE-REFERENCE.
           OPEN EXTEND TRANSACTION-LOG.
           IF WS-LOG-STATUS = "35" THEN
               OPEN OUTPUT TRANSACTION-LOG
               CLOSE TRANSACTION-LOG
               OPEN EXTEND TRANSACTION-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO TL-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO TL-TIME.
           MOVE ACCT-NUMBER TO TL-ACCT-NUMBER.
           MOVE WS-POST-TYPE TO TL-TRAN-TYPE.
           MOVE WS-CHARGE-AMOUNT TO TL-AMOUNT.
           MOVE ACCT-BALANCE TO TL-BALANCE.
           MOVE ACCT-CURRENCY-CODE TO TL-CURRENCY-CODE.
           MOVE WS-NEW-REF TO TL-REF-NUMBER.
           MOVE ZERO TO TL-RATE.
           MOVE ZERO TO TL-BASE-AMOUNT.
           MOVE SPACES TO TL-FX-CURRENCY.
           MOVE ZERO TO TL-PAYEE-NUMBER.
           MOVE SPACES TO TL-TERMINAL-ID.
           WRITE TRANLOG-RECORD.
           CLOSE TRANSACTION-LOG.
           PERFORM 0093-WRITE-TRAN-MASTER.

           0320-REPORT-ACCOUNT.

           MOVE WS-INTEREST-AMOUNT TO WS-DISPLAY-INTEREST.
           MOVE WS-FEE-AMOUNT TO WS-DISPLAY-FEE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCT " WS-CURR-ACCT
               " " ACCT-PRODUCT-CODE
               " " ACCT-CURRENCY-CODE
               " OVERDRAWN DAYS " WS-OD-DAYS
               " BEYOND LIMIT " WS-UNARR-DAYS
               " INTEREST " WS-DISPLAY-INTEREST
               " FEE " WS-DISPLAY-FEE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0400-WRITE-CHARGE-TOTALS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-ACCOUNTS-CHARGED " ACCOUNT(S) CHARGED, "
               WS-ACCOUNTS-SKIPPED " NOT CHARGED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL DEBIT INTEREST  " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOTAL-FEES TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL UNARRANGED FEES " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-RESTART-KEY > ZERO THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RESTARTED AFTER ACCOUNT " WS-RESTART-KEY
                   " - EARLIER ACCOUNTS ARE ON THE FIRST RUN'S REPORT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           0092-ALLOCATE-REFERENCE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REF-DATE.
           COMPUTE WS-NEW-REF = WS-REF-DATE * 10000 + 1.
           OPEN INPUT REF-FILE.
           IF WS-REF-STATUS = "00" THEN
               MOVE "N" TO WS-REF-EOF
               READ REF-FILE
                   AT END
                       MOVE "Y" TO WS-REF-EOF
               END-READ
               IF WS-REF-EOF = "N" AND
                       REF-LAST-NUMBER(1:8) = WS-REF-DATE THEN
                   COMPUTE WS-NEW-REF = REF-LAST-NUMBER + 1
               END-IF
               CLOSE REF-FILE
           END-IF.
           OPEN OUTPUT REF-FILE.
           MOVE WS-NEW-REF TO REF-LAST-NUMBER.
           WRITE REF-RECORD.
           CLOSE REF-FILE.

           0093-WRITE-TRAN-MASTER.

           OPEN I-O TRAN-MASTER.
           IF WS-TM-STATUS = "35" THEN
               OPEN OUTPUT TRAN-MASTER
               CLOSE TRAN-MASTER
               OPEN I-O TRAN-MASTER
           END-IF.
           MOVE WS-NEW-REF TO TM-REF-NUMBER.
           MOVE TL-ACCT-NUMBER TO TM-ACCT-NUMBER.
           MOVE TL-DATE TO TM-DATE.
           MOVE TL-TIME TO TM-TIME.
           MOVE TL-TRAN-TYPE TO TM-TRAN-TYPE.
           MOVE TL-AMOUNT TO TM-AMOUNT.
           MOVE TL-BALANCE TO TM-BALANCE.
           MOVE TL-CURRENCY-CODE TO TM-CURRENCY-CODE.
           MOVE TL-RATE TO TM-RATE.
           MOVE TL-BASE-AMOUNT TO TM-BASE-AMOUNT.
           MOVE TL-FX-CURRENCY TO TM-FX-CURRENCY.
           MOVE TL-PAYEE-NUMBER TO TM-PAYEE-NUMBER.
           MOVE TL-TERMINAL-ID TO TM-TERMINAL-ID.
           MOVE ZERO TO TM-LINK-REF.
           MOVE SPACES TO TM-OPERATOR-ID.
           WRITE TRAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           CLOSE TRAN-MASTER.

           0095-WRITE-CONTROL-TOTALS.

           PERFORM 0096-COUNT-ACCOUNT-MASTER.
           PERFORM 0097-COUNT-TRANSACTION-LOG.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CTL-STATUS = "35" THEN
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN EXTEND CONTROL-FILE
           END-IF.
           MOVE "DEBITINT" TO CTL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO CTL-RUN-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO CTL-RUN-TIME.
           MOVE WS-CTL-ACCT-COUNT TO CTL-ACCT-COUNT.
           MOVE WS-CTL-ACCT-HASH TO CTL-ACCT-HASH.
           MOVE WS-CTL-TRAN-COUNT TO CTL-TRAN-COUNT.
           MOVE WS-CTL-TRAN-HASH TO CTL-TRAN-HASH.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

           0096-COUNT-ACCOUNT-MASTER.

           MOVE ZERO TO WS-CTL-ACCT-COUNT.
           MOVE ZERO TO WS-CTL-ACCT-HASH.
           MOVE "N" TO WS-CTL-ACCT-EOF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-CTL-ACCT-EOF
           ELSE
               PERFORM UNTIL WS-CTL-ACCT-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CTL-ACCT-EOF
                       NOT AT END
                           ADD 1 TO WS-CTL-ACCT-COUNT
                           ADD ACCT-BALANCE TO WS-CTL-ACCT-HASH
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

           0097-COUNT-TRANSACTION-LOG.

           MOVE ZERO TO WS-CTL-TRAN-COUNT.
           MOVE ZERO TO WS-CTL-TRAN-HASH.
           MOVE "N" TO WS-CTL-LOG-EOF.
           OPEN INPUT TRANSACTION-LOG.
           IF WS-LOG-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-CTL-LOG-EOF
           ELSE
               PERFORM UNTIL WS-CTL-LOG-EOF = "Y"
                   READ TRANSACTION-LOG
                       AT END
                           MOVE "Y" TO WS-CTL-LOG-EOF
                       NOT AT END
                           ADD 1 TO WS-CTL-TRAN-COUNT
                           ADD TL-AMOUNT TO WS-CTL-TRAN-HASH
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG
           END-IF.

       END PROGRAM DEBITINT.
