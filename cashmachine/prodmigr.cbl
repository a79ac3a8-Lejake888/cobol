       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMIGR AS "PRODMIGR".
      *> Product migration run. Every migration on MIGRSCHD whose
      *> effective date has arrived moves its accounts from the
      *> withdrawn product to the replacement. An overdraft or daily
      *> limit still at the old product's default takes the new
      *> product's default; one agreed separately is kept. An account
      *> is left where it is, and reported, if NOTIFYLOG shows no
      *> product change notice sent to it, or if the new limit would
      *> leave it overdrawn beyond its limit. A migration whose
      *> notices never went out is not run. Each account moved is
      *> written to CHGLOG and every account moved or left is listed
      *> on PRODMIGR.RPT. The balances moved are totalled by currency
      *> and written to GLPRDXFR so GLRECON can move them from the
      *> old product's ledger position to the new one's.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIGRATION-FILE ASSIGN TO "MIGRSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MG-KEY
               FILE STATUS IS WS-MIGR-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT LETTER-REGISTER ASSIGN TO "NOTIFYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLOG-STATUS.
           SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.
           SELECT GL-TRANSFER-FILE ASSIGN TO "GLPRDXFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-STATUS.
           SELECT NOTICE-SORT-FILE ASSIGN TO "PRODMIGR.SRT".
           SELECT MIGRATION-REPORT ASSIGN TO "PRODMIGR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MIGRATION-FILE.
       01  MIGRATION-RECORD.
           COPY MIGRREC.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           COPY PRODREC.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  LETTER-REGISTER.
       01  REGISTER-RECORD.
           COPY NOTIFREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
      *> Balance moved between products by one migration in one
      *> currency - GLRECON applies it to both ledger positions.
       FD  GL-TRANSFER-FILE.
       01  GL-TRANSFER-RECORD.
           05 XF-DATE              PIC 9(8).
           05 XF-FROM-PROD         PIC X(4).
           05 XF-TO-PROD           PIC X(4).
           05 XF-CURRENCY-CODE     PIC X(3).
           05 XF-AMOUNT            PIC S9(11)V9(2).
           05 XF-ACCOUNTS          PIC 9(6).
       SD  NOTICE-SORT-FILE.
       01  NOTICE-SORT-RECORD.
           05 NS-LETTER-DATE       PIC 9(8).
           05 NS-ACCT-NUMBER       PIC 9(6).
       FD  MIGRATION-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-MIGR-STATUS PIC XX.
           01 WS-PROD-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-NLOG-STATUS PIC XX.
           01 WS-CHG-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-XFR-STATUS PIC XX.
           01 WS-MIGR-EOF PIC X VALUE "N".
           01 WS-ACCT-EOF PIC X VALUE "N".
           01 WS-NLOG-EOF PIC X VALUE "N".
           01 WS-SORT-EOF PIC X VALUE "N".
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-OPERATOR-ID PIC X(6).
           01 WS-CURRENT-DATETIME PIC X(21).
      *> Migrations due today or overdue, in key order.
           01 WS-DUE-IDX PIC 99 VALUE ZERO.
           01 WS-DUE-COUNT PIC 99 VALUE ZERO.
           01 WS-DUE-DEFERRED PIC 9(4) VALUE ZERO.
           01 WS-DUE-TABLE.
               05 WS-DUE-ENTRY OCCURS 20 TIMES.
                   10 WS-DUE-KEY PIC X(12).
                   10 WS-DUE-NOTICE-DATE PIC 9(8).
           01 WS-NOTICE-DATE-WANTED PIC X.
      *> Accounts sent a product change notice on a date on which a
      *> due migration's notices went out, by date then account.
           01 WS-PREV-LETTER-DATE PIC 9(8).
           01 WS-PREV-ACCT PIC 9(6).
           01 WS-NOTICES-DROPPED PIC 9(6) VALUE ZERO.
           01 WS-NOTICE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-NOTICE-TABLE.
               05 WS-NOTICE-ENTRY OCCURS 1 TO 50000 TIMES
                       DEPENDING ON WS-NOTICE-COUNT
                       ASCENDING KEY IS WS-NT-DATE WS-NT-ACCT
                       INDEXED BY WS-NT-IDX.
                   10 WS-NT-DATE PIC 9(8).
                   10 WS-NT-ACCT PIC 9(6).
           01 WS-NOTICE-FOUND PIC X.
      *> The two products' default limits.
           01 WS-TERMS-FOUND PIC X.
           01 WS-OLD-OD-LIMIT PIC 9(7)V9(2).
           01 WS-OLD-DAILY-LIMIT PIC 9(7)V9(2).
           01 WS-NEW-OD-LIMIT PIC 9(7)V9(2).
           01 WS-NEW-DAILY-LIMIT PIC 9(7)V9(2).
           01 WS-ACCT-OD-AFTER PIC 9(7)V9(2).
           01 WS-ACCT-DAILY-AFTER PIC 9(7)V9(2).
           01 WS-OVERDRAWN-BY PIC 9(7)V9(2).
           01 WS-EXCLUDE-REASON PIC X(26).
           01 WS-MIGR-MOVED PIC 9(6).
           01 WS-MIGR-EXCLUDED PIC 9(6).
           01 WS-TOTAL-MOVED PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-EXCLUDED PIC 9(6) VALUE ZERO.
           01 WS-MIGRATIONS-RUN PIC 99 VALUE ZERO.
           01 WS-MIGRATIONS-HELD PIC 99 VALUE ZERO.
           01 WS-DISPLAY-FROM PIC Z,ZZZ,ZZ9.99.
           01 WS-DISPLAY-TO PIC Z,ZZZ,ZZ9.99.
           01 WS-DISPLAY-BALANCE PIC -,---,--9.99.
      *> Balances moved by the migration in hand, one entry per
      *> currency.
           01 WS-XFR-COUNT PIC 99 VALUE ZERO.
           01 WS-XFR-IDX PIC 99 VALUE ZERO.
           01 WS-XFR-FOUND PIC 99 VALUE ZERO.
           01 WS-XFR-TABLE.
               05 WS-XFR-ENTRY OCCURS 20 TIMES.
                   10 WS-X-CURRENCY PIC X(3).
                   10 WS-X-AMOUNT PIC S9(11)V9(2).
                   10 WS-X-ACCOUNTS PIC 9(6).
           01 WS-DISPLAY-TRANSFER PIC --,---,---,--9.99.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           OPEN I-O MIGRATION-FILE.
           IF WS-MIGR-STATUS NOT = "00" THEN
               DISPLAY "[NO PRODUCT MIGRATIONS SCHEDULED]"
               STOP RUN
           END-IF.
           PERFORM 0100-LOAD-DUE-MIGRATIONS.
           IF WS-DUE-COUNT = ZERO THEN
               DISPLAY "[NO PRODUCT MIGRATIONS DUE]"
               CLOSE MIGRATION-FILE
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[NO ACCOUNT MASTER FILE - CANNOT MIGRATE]"
               CLOSE MIGRATION-FILE
               STOP RUN
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           OPEN I-O CHANGE-LOG.
           IF WS-CHG-STATUS = "35" THEN
               OPEN OUTPUT CHANGE-LOG
               CLOSE CHANGE-LOG
               OPEN I-O CHANGE-LOG
           END-IF.

           SORT NOTICE-SORT-FILE
               ON ASCENDING KEY NS-LETTER-DATE
               ON ASCENDING KEY NS-ACCT-NUMBER
               INPUT PROCEDURE IS 0200-SELECT-NOTICES
               OUTPUT PROCEDURE IS 0210-LOAD-NOTICES.

           OPEN OUTPUT MIGRATION-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PRODUCT MIGRATION RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-NOTICES-DROPPED > ZERO THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-NOTICES-DROPPED " NOTICE(S) NOT LOADED - "
                   "THOSE ACCOUNTS ARE EXCLUDED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           PERFORM 0300-RUN-MIGRATION
               VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-MIGRATIONS-RUN " MIGRATION(S) RUN, "
               WS-MIGRATIONS-HELD " NOT RUN, "
               WS-TOTAL-MOVED " ACCOUNT(S) MOVED, "
               WS-TOTAL-EXCLUDED " EXCLUDED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-DUE-DEFERRED > ZERO THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-DUE-DEFERRED " FURTHER MIGRATION(S) DUE - "
                   "LEFT FOR THE NEXT RUN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           CLOSE MIGRATION-REPORT.
           CLOSE CHANGE-LOG.
           IF WS-PROD-STATUS NOT = "35" THEN
               CLOSE PRODUCT-FILE
           END-IF.
           CLOSE ACCOUNT-FILE.
           CLOSE MIGRATION-FILE.

           DISPLAY "[" WS-TOTAL-MOVED " ACCOUNT(S) MOVED, "
               WS-TOTAL-EXCLUDED " EXCLUDED - SEE PRODMIGR.RPT]".
           STOP RUN.

           0100-LOAD-DUE-MIGRATIONS.

           MOVE "N" TO WS-MIGR-EOF.
           PERFORM UNTIL WS-MIGR-EOF = "Y"
               READ MIGRATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MIGR-EOF
                   NOT AT END
                       IF MG-IS-OPEN AND
                               MG-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                               THEN
                           PERFORM 0110-TAKE-DUE-MIGRATION
                       END-IF
               END-READ
           END-PERFORM.

           0110-TAKE-DUE-MIGRATION.

           IF WS-DUE-COUNT < 20 THEN
               ADD 1 TO WS-DUE-COUNT
               MOVE MG-KEY TO WS-DUE-KEY(WS-DUE-COUNT)
               MOVE MG-NOTICE-DATE TO WS-DUE-NOTICE-DATE(WS-DUE-COUNT)
           ELSE
               ADD 1 TO WS-DUE-DEFERRED
           END-IF.

      *> Only product change letters sent on a due migration's notice
      *> date are of interest; NOTIFY rerun for the same day logs the
      *> same letter again, and joint holders each have their own.
           0200-SELECT-NOTICES.

           OPEN INPUT LETTER-REGISTER.
           IF WS-NLOG-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-NLOG-EOF
           END-IF.
           PERFORM UNTIL WS-NLOG-EOF = "Y"
               READ LETTER-REGISTER
                   AT END
                       MOVE "Y" TO WS-NLOG-EOF
                   NOT AT END
                       IF NL-EVENT-CODE = 6 THEN
                           PERFORM 0205-CHECK-NOTICE-DATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NLOG-STATUS NOT = "35" THEN
               CLOSE LETTER-REGISTER
           END-IF.

           0205-CHECK-NOTICE-DATE.

           MOVE "N" TO WS-NOTICE-DATE-WANTED.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-NOTICE-DATE(WS-DUE-IDX) = NL-LETTER-DATE
                       AND NL-LETTER-DATE NOT = ZERO THEN
                   MOVE "Y" TO WS-NOTICE-DATE-WANTED
               END-IF
           END-PERFORM.
           IF WS-NOTICE-DATE-WANTED = "Y" THEN
               MOVE NL-LETTER-DATE TO NS-LETTER-DATE
               MOVE NL-ACCT-NUMBER TO NS-ACCT-NUMBER
               RELEASE NOTICE-SORT-RECORD
           END-IF.

           0210-LOAD-NOTICES.

           MOVE ZERO TO WS-PREV-LETTER-DATE.
           MOVE ZERO TO WS-PREV-ACCT.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN NOTICE-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF NS-LETTER-DATE NOT = WS-PREV-LETTER-DATE OR
                               NS-ACCT-NUMBER NOT = WS-PREV-ACCT THEN
                           PERFORM 0220-KEEP-NOTICE
                       END-IF
                       MOVE NS-LETTER-DATE TO WS-PREV-LETTER-DATE
                       MOVE NS-ACCT-NUMBER TO WS-PREV-ACCT
               END-RETURN
           END-PERFORM.

           0220-KEEP-NOTICE.

           IF WS-NOTICE-COUNT < 50000 THEN
               ADD 1 TO WS-NOTICE-COUNT
               MOVE NS-LETTER-DATE TO WS-NT-DATE(WS-NOTICE-COUNT)
               MOVE NS-ACCT-NUMBER TO WS-NT-ACCT(WS-NOTICE-COUNT)
           ELSE
               ADD 1 TO WS-NOTICES-DROPPED
           END-IF.

      *> A migration still waiting for its notices is held back and
      *> stays open for the supervisor to reschedule or cancel.
           0300-RUN-MIGRATION.

           MOVE WS-DUE-KEY(WS-DUE-IDX) TO MG-KEY.
           READ MIGRATION-FILE
               KEY IS MG-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MIGRATION " MG-FROM-PROD " TO " MG-TO-PROD
               " EFFECTIVE " MG-EFFECTIVE-DATE
               " SCHEDULED BY " MG-SCHEDULED-BY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "N" TO WS-TERMS-FOUND.
           IF MG-NOTICE-ISSUED THEN
               PERFORM 0310-LOAD-PRODUCT-LIMITS
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
               WHEN MG-IS-SCHEDULED
                   ADD 1 TO WS-MIGRATIONS-HELD
                   MOVE "  NOT RUN - NO NOTICE ISSUED - SEE MIGRMAINT"
                       TO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN WS-TERMS-FOUND = "N"
                   ADD 1 TO WS-MIGRATIONS-HELD
                   MOVE "  NOT RUN - PRODUCT NOT ON PRODMSTR"
                       TO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               WHEN OTHER
                   PERFORM 0320-MOVE-ACCOUNTS
           END-EVALUATE.

           0310-LOAD-PRODUCT-LIMITS.

           IF WS-PROD-STATUS NOT = "35" THEN
               MOVE MG-TO-PROD TO PROD-CODE
               READ PRODUCT-FILE
                   KEY IS PROD-CODE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PROD-STATUS = "00" THEN
                   MOVE PROD-OVERDRAFT-LIMIT TO WS-NEW-OD-LIMIT
                   MOVE PROD-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
                   MOVE MG-FROM-PROD TO PROD-CODE
                   READ PRODUCT-FILE
                       KEY IS PROD-CODE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-PROD-STATUS = "00" THEN
                       MOVE PROD-OVERDRAFT-LIMIT TO WS-OLD-OD-LIMIT
                       MOVE PROD-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT
                       MOVE "Y" TO WS-TERMS-FOUND
                   END-IF
               END-IF
           END-IF.

           0320-MOVE-ACCOUNTS.

           ADD 1 TO WS-MIGRATIONS-RUN.
           MOVE ZERO TO WS-MIGR-MOVED.
           MOVE ZERO TO WS-MIGR-EXCLUDED.
           MOVE ZERO TO WS-XFR-COUNT.
           MOVE MG-SCHEDULED-BY TO WS-OPERATOR-ID.
           MOVE "N" TO WS-ACCT-EOF.
           MOVE ZERO TO ACCT-NUMBER.
           START ACCOUNT-FILE
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-ACCT-EOF
           END-START.
           PERFORM UNTIL WS-ACCT-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCT-EOF
                   NOT AT END
                       IF ACCT-PRODUCT-CODE = MG-FROM-PROD THEN
                           PERFORM 0330-MIGRATE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0350-WRITE-GL-TRANSFERS.
           ADD WS-MIGR-MOVED TO WS-TOTAL-MOVED.
           ADD WS-MIGR-EXCLUDED TO WS-TOTAL-EXCLUDED.
           MOVE "C" TO MG-STATUS.
           MOVE WS-TODAY-DATE TO MG-COMPLETED-DATE.
           MOVE WS-MIGR-MOVED TO MG-MOVED-COUNT.
           MOVE WS-MIGR-EXCLUDED TO MG-EXCLUDED-COUNT.
           REWRITE MIGRATION-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-MIGR-MOVED " ACCOUNT(S) MOVED, "
               WS-MIGR-EXCLUDED " EXCLUDED AND LEFT ON " MG-FROM-PROD
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

      *> The account keeps a limit agreed with it; one still at the
      *> old product's default takes the new default. A lower
      *> overdraft limit must not leave the account beyond it.
           0330-MIGRATE-ONE-ACCOUNT.

           MOVE SPACES TO WS-EXCLUDE-REASON.
           PERFORM 0340-CHECK-NOTICE.
           IF WS-NOTICE-FOUND = "N" THEN
               MOVE "NO ADVANCE NOTICE" TO WS-EXCLUDE-REASON
           END-IF.
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-ACCT-OD-AFTER.
           IF ACCT-OVERDRAFT-LIMIT = WS-OLD-OD-LIMIT THEN
               MOVE WS-NEW-OD-LIMIT TO WS-ACCT-OD-AFTER
           END-IF.
           MOVE ACCT-DAILY-LIMIT TO WS-ACCT-DAILY-AFTER.
           IF ACCT-DAILY-LIMIT = WS-OLD-DAILY-LIMIT THEN
               MOVE WS-NEW-DAILY-LIMIT TO WS-ACCT-DAILY-AFTER
           END-IF.
           IF WS-EXCLUDE-REASON = SPACES AND ACCT-BALANCE < ZERO AND
                   WS-ACCT-OD-AFTER < ACCT-OVERDRAFT-LIMIT THEN
               COMPUTE WS-OVERDRAWN-BY = ZERO - ACCT-BALANCE
               IF WS-OVERDRAWN-BY > WS-ACCT-OD-AFTER THEN
                   MOVE "OVERDRAWN BEYOND NEW LIMIT"
                       TO WS-EXCLUDE-REASON
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-EXCLUDE-REASON NOT = SPACES THEN
               ADD 1 TO WS-MIGR-EXCLUDED
               MOVE ACCT-BALANCE TO WS-DISPLAY-BALANCE
               STRING "  " ACCT-NUMBER " EXCLUDED  "
                   WS-EXCLUDE-REASON " BALANCE " WS-DISPLAY-BALANCE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-MIGR-MOVED
               PERFORM 0345-ADD-TO-TRANSFER
               MOVE ACCOUNT-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE MG-TO-PROD TO ACCT-PRODUCT-CODE
               MOVE WS-ACCT-OD-AFTER TO ACCT-OVERDRAFT-LIMIT
               MOVE WS-ACCT-DAILY-AFTER TO ACCT-DAILY-LIMIT
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMSTR" TO WS-CHG-FILE-NAME
               MOVE ACCT-NUMBER TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE ACCOUNT-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               MOVE WS-ACCT-OD-AFTER TO WS-DISPLAY-FROM
               MOVE WS-ACCT-DAILY-AFTER TO WS-DISPLAY-TO
               STRING "  " ACCT-NUMBER " MOVED     "
                   "OVERDRAFT LIMIT " WS-DISPLAY-FROM
                   "  DAILY LIMIT " WS-DISPLAY-TO
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE WS-REPORT-LINE.

           0340-CHECK-NOTICE.

           MOVE "N" TO WS-NOTICE-FOUND.
           IF WS-NOTICE-COUNT > ZERO THEN
               SEARCH ALL WS-NOTICE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NT-DATE(WS-NT-IDX) = MG-NOTICE-DATE AND
                           WS-NT-ACCT(WS-NT-IDX) = ACCT-NUMBER
                       MOVE "Y" TO WS-NOTICE-FOUND
               END-SEARCH
           END-IF.

           0345-ADD-TO-TRANSFER.

           MOVE ZERO TO WS-XFR-FOUND.
           PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                   UNTIL WS-XFR-IDX > WS-XFR-COUNT
               IF WS-X-CURRENCY(WS-XFR-IDX) = ACCT-CURRENCY-CODE THEN
                   MOVE WS-XFR-IDX TO WS-XFR-FOUND
               END-IF
           END-PERFORM.
           IF WS-XFR-FOUND = ZERO THEN
               IF WS-XFR-COUNT < 20 THEN
                   ADD 1 TO WS-XFR-COUNT
                   MOVE WS-XFR-COUNT TO WS-XFR-FOUND
                   MOVE ACCT-CURRENCY-CODE
                       TO WS-X-CURRENCY(WS-XFR-FOUND)
                   MOVE ZERO TO WS-X-AMOUNT(WS-XFR-FOUND)
                   MOVE ZERO TO WS-X-ACCOUNTS(WS-XFR-FOUND)
               ELSE
                   DISPLAY "[TOO MANY CURRENCIES - " ACCT-NUMBER
                       " NOT IN GL TRANSFER]"
               END-IF
           END-IF.
           IF WS-XFR-FOUND > ZERO THEN
               ADD ACCT-BALANCE TO WS-X-AMOUNT(WS-XFR-FOUND)
               ADD 1 TO WS-X-ACCOUNTS(WS-XFR-FOUND)
           END-IF.

      *> One GLPRDXFR line per currency moved; GLRECON takes up each
      *> line the first time it reconciles a day on or after it.
           0350-WRITE-GL-TRANSFERS.

           IF WS-XFR-COUNT > ZERO THEN
               OPEN EXTEND GL-TRANSFER-FILE
               IF WS-XFR-STATUS = "35" THEN
                   OPEN OUTPUT GL-TRANSFER-FILE
                   CLOSE GL-TRANSFER-FILE
                   OPEN EXTEND GL-TRANSFER-FILE
               END-IF
               PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                       UNTIL WS-XFR-IDX > WS-XFR-COUNT
                   MOVE WS-TODAY-DATE TO XF-DATE
                   MOVE MG-FROM-PROD TO XF-FROM-PROD
                   MOVE MG-TO-PROD TO XF-TO-PROD
                   MOVE WS-X-CURRENCY(WS-XFR-IDX) TO XF-CURRENCY-CODE
                   MOVE WS-X-AMOUNT(WS-XFR-IDX) TO XF-AMOUNT
                   MOVE WS-X-ACCOUNTS(WS-XFR-IDX) TO XF-ACCOUNTS
                   WRITE GL-TRANSFER-RECORD
                   MOVE WS-X-AMOUNT(WS-XFR-IDX) TO WS-DISPLAY-TRANSFER
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  GL TRANSFER " WS-X-CURRENCY(WS-XFR-IDX)
                       " " WS-DISPLAY-TRANSFER
                       " FROM " MG-FROM-PROD " TO " MG-TO-PROD
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               END-PERFORM
               CLOSE GL-TRANSFER-FILE
           END-IF.

      *> Every add, change and delete is written to CHGLOG with the
      *> record as it stood before and after, against the supervisor
      *> who scheduled the migration. The caller sets the file, key,
      *> action and both images; a second change to the same record
      *> within the same hundredth of a second moves on by one.
           0980-LOG-CHANGE.

      *> PINs never go to the log.
           IF WS-CHG-FILE-NAME = "ACCTMSTR" THEN
               IF WS-CHG-BEFORE-IMAGE NOT = SPACES THEN
                   MOVE "****" TO WS-CHG-BEFORE-IMAGE(7:4)
               END-IF
               IF WS-CHG-AFTER-IMAGE NOT = SPACES THEN
                   MOVE "****" TO WS-CHG-AFTER-IMAGE(7:4)
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CHG-FILE-NAME TO CH-FILE-NAME.
           MOVE WS-CHG-RECORD-KEY TO CH-RECORD-KEY.
           MOVE WS-CURRENT-DATETIME(1:8) TO CH-DATE.
           MOVE WS-CURRENT-DATETIME(9:8) TO CH-TIME.
           MOVE CH-DATE TO CH-LOG-DATE.
           MOVE WS-OPERATOR-ID TO CH-OPERATOR-ID.
           MOVE "PRODMIGR" TO CH-PROGRAM-NAME.
           MOVE WS-CHG-ACTION TO CH-ACTION.
           MOVE WS-CHG-BEFORE-IMAGE TO CH-BEFORE-IMAGE.
           MOVE WS-CHG-AFTER-IMAGE TO CH-AFTER-IMAGE.
           MOVE "22" TO WS-CHG-STATUS.
           PERFORM UNTIL WS-CHG-STATUS NOT = "22"
               WRITE CHANGE-RECORD
                   INVALID KEY
                       ADD 1 TO CH-TIME
               END-WRITE
           END-PERFORM.

       END PROGRAM PRODMIGR.
