               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT LETTER-FILE ASSIGN TO "NOTIFY.LTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.
           SELECT LETTER-REGISTER ASSIGN TO "NOTIFYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLOG-STATUS.
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
           SELECT BAND-FILE ASSIGN TO "PRODBAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAND-KEY
               FILE STATUS IS WS-BAND-STATUS.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MAND-STATUS.
           SELECT SUMMARY-REPORT ASSIGN TO "NOTIFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.
       FD  RELATION-FILE.
       01  RELATION-RECORD.
           COPY RELREC.
       FD  LETTER-FILE.
       01  WS-LETTER-LINE PIC X(80).
       FD  LETTER-REGISTER.
       01  REGISTER-RECORD.
           COPY NOTIFREC.
       FD  MIGRATION-FILE.
       01  MIGRATION-RECORD.
           COPY MIGRREC.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           COPY PRODREC.
       FD  BAND-FILE.
       01  BAND-RECORD.
           COPY BANDREC.
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           COPY MANDREC.
       FD  SUMMARY-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-CUST-STATUS PIC XX.
           01 WS-LTR-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-NLOG-STATUS PIC XX.
           01 WS-SEC-EOF PIC X VALUE "N".
           01 WS-LOG-EOF PIC X VALUE "N".
           01 WS-CUST-OPEN PIC X VALUE "N".
           01 WS-REL-STATUS PIC XX.
           01 WS-REL-EOF PIC X VALUE "N".
           01 WS-REL-OPEN PIC X VALUE "N".
      *> Every holder able to operate the account gets their own
      *> copy of a letter; a trust beneficiary does not.
           01 WS-PRIMARY-CUST PIC 9(6).
           01 WS-LETTER-CUST PIC 9(6).
           01 WS-RECIP-IDX PIC 99 VALUE ZERO.
           01 WS-RECIP-COUNT PIC 99 VALUE ZERO.
           01 WS-RECIP-TABLE.
               05 WS-RECIP-CUST OCCURS 10 TIMES PIC 9(6).
           01 WS-REPORT-DATE PIC 9(8).
           01 WS-WD-THRESHOLD PIC 9(7)V9(2).
           01 WS-EVENT-CODE PIC 9.
           01 WS-EVENT-LABEL PIC X(16).
           01 WS-EVENT-ACCT PIC 9(6).
      *> Set where the event concerns one holder only, who alone is
      *> written to; zero sends the letter to every signatory.
           01 WS-EVENT-CUST PIC 9(6).
           01 WS-ISSUED-IDX PIC 9(3) VALUE ZERO.
           01 WS-ISSUED-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ALREADY-ISSUED PIC X VALUE "N".
           01 WS-ISSUED-TABLE.
               05 WS-ISSUED-ENTRY OCCURS 200 TIMES.
                   10 WS-I-ACCT PIC 9(6).
                   10 WS-I-CUST PIC 9(6).
                   10 WS-I-CODE PIC 9.
           01 WS-CNT-LOCKOUT PIC 9(4) VALUE ZERO.
           01 WS-CNT-DORMANT PIC 9(4) VALUE ZERO.
           01 WS-CNT-OVERDRAFT PIC 9(4) VALUE ZERO.
           01 WS-CNT-LARGE-WD PIC 9(4) VALUE ZERO.
           01 WS-CNT-REISSUE PIC 9(4) VALUE ZERO.
           01 WS-CNT-SUPPRESSED PIC 9(4) VALUE ZERO.
           01 WS-LETTERS-WRITTEN PIC 9(4) VALUE ZERO.
           01 WS-CNT-PRODUCT-CHANGE PIC 9(4) VALUE ZERO.
           01 WS-CNT-NEW-DEBIT PIC 9(4) VALUE ZERO.
           01 WS-MAND-STATUS PIC XX.
           01 WS-MAND-EOF PIC X VALUE "N".
           01 WS-DISPLAY-AMOUNT PIC ---,---,---,--9.99.
      *> Product migrations. Each holder of an account on a product
      *> being withdrawn is sent the old and new terms side by side,
      *> no later than WS-NOTICE-DAYS before the accounts move.
           01 WS-MIGR-STATUS PIC XX.
           01 WS-PROD-STATUS PIC XX.
           01 WS-BAND-STATUS PIC XX.
           01 WS-MIGR-EOF PIC X VALUE "N".
           01 WS-ACCT-EOF PIC X VALUE "N".
           01 WS-BAND-EOF PIC X VALUE "N".
           01 WS-PROD-OPEN PIC X VALUE "N".
           01 WS-BAND-OPEN PIC X VALUE "N".
           01 WS-NOTICE-DAYS PIC 9(3) VALUE 30.
           01 WS-REPORT-INT PIC 9(8).
           01 WS-NOTICE-BY-DATE PIC 9(8).
           01 WS-TERMS-FOUND PIC X.
           01 WS-MIGR-ACCT PIC 9(6).
           01 WS-MIGR-NOTICES PIC 9(6).
           01 WS-BAND-PRODUCT PIC X(4).
           01 WS-BAND-DATE PIC 9(8).
           01 WS-BAND-SET-DATE PIC 9(8).
           01 WS-BAND-COUNT PIC 99.
           01 WS-BAND-IDX PIC 99.
           01 WS-BAND-TABLE.
               05 WS-BAND-ENTRY OCCURS 10 TIMES.
                   10 WS-BT-FLOOR PIC 9(7).
                   10 WS-BT-RATE PIC 9V9(4).
           01 WS-OLD-PRODUCT.
               05 WS-OLD-CODE PIC X(4).
               05 WS-OLD-DESC PIC X(20).
               05 WS-OLD-RATE PIC 9V9(4).
               05 WS-OLD-OD-LIMIT PIC 9(7)V9(2).
               05 WS-OLD-DAILY-LIMIT PIC 9(7)V9(2).
               05 WS-OLD-MONTHLY-FEE PIC 9(5)V9(2).
               05 WS-OLD-TRAN-FEE PIC 9(3)V9(2).
               05 WS-OLD-WAIVER PIC 9(7)V9(2).
               05 WS-OLD-DEBIT-RATE PIC 9V9(4).
               05 WS-OLD-UNARR-RATE PIC 9V9(4).
               05 WS-OLD-UNARR-FEE PIC 9(3)V9(2).
               05 WS-OLD-METHOD PIC X.
               05 WS-OLD-BAND-COUNT PIC 99.
               05 WS-OLD-BANDS.
                   10 WS-OLD-BAND OCCURS 10 TIMES.
                       15 WS-OLD-BT-FLOOR PIC 9(7).
                       15 WS-OLD-BT-RATE PIC 9V9(4).
           01 WS-NEW-PRODUCT.
               05 WS-NEW-CODE PIC X(4).
               05 WS-NEW-DESC PIC X(20).
               05 WS-NEW-RATE PIC 9V9(4).
               05 WS-NEW-OD-LIMIT PIC 9(7)V9(2).
               05 WS-NEW-DAILY-LIMIT PIC 9(7)V9(2).
               05 WS-NEW-MONTHLY-FEE PIC 9(5)V9(2).
               05 WS-NEW-TRAN-FEE PIC 9(3)V9(2).
               05 WS-NEW-WAIVER PIC 9(7)V9(2).
               05 WS-NEW-DEBIT-RATE PIC 9V9(4).
               05 WS-NEW-UNARR-RATE PIC 9V9(4).
               05 WS-NEW-UNARR-FEE PIC 9(3)V9(2).
               05 WS-NEW-METHOD PIC X.
               05 WS-NEW-BAND-COUNT PIC 99.
               05 WS-NEW-BANDS.
                   10 WS-NEW-BAND OCCURS 10 TIMES.
                       15 WS-NEW-BT-FLOOR PIC 9(7).
                       15 WS-NEW-BT-RATE PIC 9V9(4).
      *> One line of the letter's comparison of terms.
           01 WS-TERMS-LINE.
               05 WS-TL-LABEL PIC X(28).
               05 WS-TL-OLD PIC X(22).
               05 WS-TL-NEW PIC X(22).
               05 FILLER PIC X(8).
           01 WS-DISPLAY-RATE PIC 9.9999.
           01 WS-DISPLAY-FLOOR PIC Z,ZZZ,ZZ9.
           01 WS-DISPLAY-FROM PIC Z,ZZZ,ZZ9.99.
           01 WS-DISPLAY-TO PIC Z,ZZZ,ZZ9.99.
           01 WS-LIMIT-AFTER PIC 9(7)V9(2).
           01 WS-OVERDRAWN-BY PIC 9(7)V9(2).
      *> Outcome of each migration looked at, for the summary.
           01 WS-MIGR-NOTE-LINE PIC X(100).
           01 WS-MIGR-NOTE-COUNT PIC 99 VALUE ZERO.
           01 WS-MIGR-NOTE-IDX PIC 99.
           01 WS-MIGR-NOTE-TABLE.
               05 WS-MIGR-NOTE OCCURS 20 TIMES PIC X(100).
       PROCEDURE DIVISION.
           DISPLAY "[ENTER NOTIFY DATE (YYYYMMDD, 0 FOR TODAY)]: ".
           ACCEPT WS-REPORT-DATE.
           IF WS-CUST-STATUS = "00" THEN
               MOVE "Y" TO WS-CUST-OPEN
           END-IF.
           OPEN INPUT RELATION-FILE.
           IF WS-REL-STATUS = "00" THEN
               MOVE "Y" TO WS-REL-OPEN
           END-IF.

           OPEN OUTPUT LETTER-FILE.
           OPEN EXTEND LETTER-REGISTER.
           IF WS-NLOG-STATUS = "35" THEN
               OPEN OUTPUT LETTER-REGISTER
               CLOSE LETTER-REGISTER
               OPEN EXTEND LETTER-REGISTER
           END-IF.

           PERFORM 0100-SCAN-SECURITY-LOG.
           PERFORM 0200-SCAN-TRANSACTION-LOG.
           PERFORM 0250-SCAN-MIGRATIONS.
           PERFORM 0290-SCAN-MANDATES.

           CLOSE LETTER-FILE.
           CLOSE LETTER-REGISTER.
           CLOSE ACCOUNT-FILE.
           IF WS-CUST-OPEN = "Y" THEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-REL-OPEN = "Y" THEN
               CLOSE RELATION-FILE
           END-IF.

           PERFORM 0400-WRITE-SUMMARY.

           0110-CLASSIFY-SEC-EVENT.

           MOVE ZERO TO WS-EVENT-CODE.
           MOVE ZERO TO WS-EVENT-CUST.
           IF SE-EVENT-TYPE = "PIN LOCKOUT" THEN
               MOVE 1 TO WS-EVENT-CODE
           END-IF.
           IF SE-EVENT-TYPE = "DORMANT FLAGGED" THEN
               MOVE 2 TO WS-EVENT-CODE
           END-IF.
           IF SE-EVENT-TYPE = "CARD REISSUED" THEN
               MOVE 5 TO WS-EVENT-CODE
               IF SE-CUST-NUMBER IS NUMERIC THEN
                   MOVE SE-CUST-NUMBER TO WS-EVENT-CUST
               END-IF
           END-IF.
           IF WS-EVENT-CODE > ZERO THEN
               MOVE SE-ACCT-NUMBER TO WS-EVENT-ACCT
               PERFORM 0300-ISSUE-LETTER

           0210-CLASSIFY-POSTING.

           MOVE ZERO TO WS-EVENT-CUST.
           IF TL-BALANCE < ZERO THEN
               MOVE 3 TO WS-EVENT-CODE
               MOVE TL-ACCT-NUMBER TO WS-EVENT-ACCT
               PERFORM 0300-ISSUE-LETTER
           END-IF.

      *> Product migrations awaiting notice. Every account on the
      *> product being withdrawn is sent the old and new terms, but
      *> only while the move is still at least WS-NOTICE-DAYS away;
      *> a migration that has run too close is left for the
      *> supervisor to reschedule. Rerunning NOTIFY for the day the
      *> notices went out produces the same letters again.
           0250-SCAN-MIGRATIONS.

           OPEN I-O MIGRATION-FILE.
           IF WS-MIGR-STATUS = "00" THEN
               OPEN INPUT PRODUCT-FILE
               IF WS-PROD-STATUS = "00" THEN
                   MOVE "Y" TO WS-PROD-OPEN
               END-IF
               OPEN INPUT BAND-FILE
               IF WS-BAND-STATUS = "00" THEN
                   MOVE "Y" TO WS-BAND-OPEN
               END-IF
               COMPUTE WS-REPORT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               COMPUTE WS-NOTICE-BY-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-REPORT-INT + WS-NOTICE-DAYS)
               MOVE "N" TO WS-MIGR-EOF
               PERFORM UNTIL WS-MIGR-EOF = "Y"
                   READ MIGRATION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MIGR-EOF
                       NOT AT END
                           IF MG-IS-SCHEDULED OR
                                   (MG-NOTICE-ISSUED AND
                                   MG-NOTICE-DATE = WS-REPORT-DATE)
                                   THEN
                               PERFORM 0255-NOTIFY-MIGRATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MIGRATION-FILE
               IF WS-PROD-OPEN = "Y" THEN
                   CLOSE PRODUCT-FILE
               END-IF
               IF WS-BAND-OPEN = "Y" THEN
                   CLOSE BAND-FILE
               END-IF
           END-IF.

           0255-NOTIFY-MIGRATION.

           MOVE SPACES TO WS-MIGR-NOTE-LINE.
           IF MG-EFFECTIVE-DATE < WS-NOTICE-BY-DATE THEN
               STRING "PRODUCT CHANGE " MG-FROM-PROD " TO "
                   MG-TO-PROD " ON " MG-EFFECTIVE-DATE
                   " - UNDER " WS-NOTICE-DAYS " DAYS AWAY, NO NOTICE "
                   "SENT - RESCHEDULE IN MIGRMAINT"
                   DELIMITED BY SIZE INTO WS-MIGR-NOTE-LINE
           ELSE
               PERFORM 0260-LOAD-MIGRATION-TERMS
               IF WS-TERMS-FOUND = "N" THEN
                   STRING "PRODUCT CHANGE " MG-FROM-PROD " TO "
                       MG-TO-PROD " ON " MG-EFFECTIVE-DATE
                       " - PRODUCT NOT ON PRODMSTR, NO NOTICE SENT"
                       DELIMITED BY SIZE INTO WS-MIGR-NOTE-LINE
               ELSE
                   PERFORM 0280-NOTICE-ACCOUNTS
                   MOVE "N" TO MG-STATUS
                   MOVE WS-REPORT-DATE TO MG-NOTICE-DATE
                   MOVE WS-MIGR-NOTICES TO MG-NOTICE-COUNT
                   REWRITE MIGRATION-RECORD
                   STRING "PRODUCT CHANGE " MG-FROM-PROD " TO "
                       MG-TO-PROD " ON " MG-EFFECTIVE-DATE
                       " - NOTICE SENT ON " WS-MIGR-NOTICES
                       " ACCOUNT(S)"
                       DELIMITED BY SIZE INTO WS-MIGR-NOTE-LINE
               END-IF
           END-IF.
           IF WS-MIGR-NOTE-COUNT < 20 THEN
               ADD 1 TO WS-MIGR-NOTE-COUNT
               MOVE WS-MIGR-NOTE-LINE
                   TO WS-MIGR-NOTE(WS-MIGR-NOTE-COUNT)
           END-IF.

      *> The terms compared in the letter: the old product's bands
      *> as they stand today, the new product's as they will stand
      *> on the day the accounts move.
           0260-LOAD-MIGRATION-TERMS.

           MOVE "N" TO WS-TERMS-FOUND.
           IF WS-PROD-OPEN = "Y" THEN
               MOVE MG-TO-PROD TO PROD-CODE
               READ PRODUCT-FILE
                   KEY IS PROD-CODE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PROD-STATUS = "00" THEN
                   MOVE PROD-CODE TO WS-NEW-CODE
                   MOVE PROD-DESCRIPTION TO WS-NEW-DESC
                   MOVE PROD-INTEREST-RATE TO WS-NEW-RATE
                   MOVE PROD-OVERDRAFT-LIMIT TO WS-NEW-OD-LIMIT
                   MOVE PROD-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
                   MOVE PROD-MONTHLY-FEE TO WS-NEW-MONTHLY-FEE
                   MOVE PROD-TRAN-FEE TO WS-NEW-TRAN-FEE
                   MOVE PROD-WAIVER-BALANCE TO WS-NEW-WAIVER
                   MOVE PROD-DEBIT-RATE TO WS-NEW-DEBIT-RATE
                   MOVE PROD-UNARR-RATE TO WS-NEW-UNARR-RATE
                   MOVE PROD-UNARR-FEE TO WS-NEW-UNARR-FEE
                   MOVE PROD-TIER-METHOD TO WS-NEW-METHOD
                   MOVE MG-TO-PROD TO WS-BAND-PRODUCT
                   MOVE MG-EFFECTIVE-DATE TO WS-BAND-DATE
                   PERFORM 0270-LOAD-RATE-BANDS
                   MOVE WS-BAND-COUNT TO WS-NEW-BAND-COUNT
                   MOVE WS-BAND-TABLE TO WS-NEW-BANDS
                   MOVE MG-FROM-PROD TO PROD-CODE
                   READ PRODUCT-FILE
                       KEY IS PROD-CODE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF WS-PROD-STATUS = "00" THEN
                   MOVE "Y" TO WS-TERMS-FOUND
                   MOVE PROD-CODE TO WS-OLD-CODE
                   MOVE PROD-DESCRIPTION TO WS-OLD-DESC
                   MOVE PROD-INTEREST-RATE TO WS-OLD-RATE
                   MOVE PROD-OVERDRAFT-LIMIT TO WS-OLD-OD-LIMIT
                   MOVE PROD-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT
                   MOVE PROD-MONTHLY-FEE TO WS-OLD-MONTHLY-FEE
                   MOVE PROD-TRAN-FEE TO WS-OLD-TRAN-FEE
                   MOVE PROD-WAIVER-BALANCE TO WS-OLD-WAIVER
                   MOVE PROD-DEBIT-RATE TO WS-OLD-DEBIT-RATE
                   MOVE PROD-UNARR-RATE TO WS-OLD-UNARR-RATE
                   MOVE PROD-UNARR-FEE TO WS-OLD-UNARR-FEE
                   MOVE PROD-TIER-METHOD TO WS-OLD-METHOD
                   MOVE MG-FROM-PROD TO WS-BAND-PRODUCT
                   MOVE WS-REPORT-DATE TO WS-BAND-DATE
                   PERFORM 0270-LOAD-RATE-BANDS
                   MOVE WS-BAND-COUNT TO WS-OLD-BAND-COUNT
                   MOVE WS-BAND-TABLE TO WS-OLD-BANDS
               END-IF
           END-IF.

      *> Loads WS-BAND-PRODUCT's bands in force on WS-BAND-DATE,
      *> lowest floor first. None on file leaves the count at zero.
           0270-LOAD-RATE-BANDS.

           MOVE ZERO TO WS-BAND-COUNT.
           MOVE ZERO TO WS-BAND-SET-DATE.
           IF WS-BAND-OPEN = "Y" THEN
               MOVE "N" TO WS-BAND-EOF
               MOVE WS-BAND-PRODUCT TO BAND-PROD-CODE
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
                           IF BAND-PROD-CODE NOT = WS-BAND-PRODUCT
                                   OR BAND-EFFECTIVE-DATE >
                                       WS-BAND-DATE
                               MOVE "Y" TO WS-BAND-EOF
                           ELSE
                               PERFORM 0275-KEEP-BAND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           0275-KEEP-BAND.

           IF BAND-EFFECTIVE-DATE NOT = WS-BAND-SET-DATE THEN
               MOVE BAND-EFFECTIVE-DATE TO WS-BAND-SET-DATE
               MOVE ZERO TO WS-BAND-COUNT
           END-IF.
           IF WS-BAND-COUNT < 10 THEN
               ADD 1 TO WS-BAND-COUNT
               MOVE BAND-FLOOR TO WS-BT-FLOOR(WS-BAND-COUNT)
               MOVE BAND-INTEREST-RATE TO WS-BT-RATE(WS-BAND-COUNT)
           END-IF.

      *> Finding the recipients re-reads the account at random, so
      *> the browse is restarted after each account given notice.
           0280-NOTICE-ACCOUNTS.

           MOVE ZERO TO WS-MIGR-NOTICES.
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
                           PERFORM 0285-NOTICE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

           0285-NOTICE-ONE-ACCOUNT.

           MOVE ACCT-NUMBER TO WS-MIGR-ACCT.
           ADD 1 TO WS-MIGR-NOTICES.
           MOVE 6 TO WS-EVENT-CODE.
           MOVE ACCT-NUMBER TO WS-EVENT-ACCT.
           MOVE ZERO TO WS-EVENT-CUST.
           PERFORM 0300-ISSUE-LETTER.
           MOVE WS-MIGR-ACCT TO ACCT-NUMBER.
           START ACCOUNT-FILE
               KEY IS GREATER THAN ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-ACCT-EOF
           END-START.

      *> A letter for each originator collecting by direct debit for
      *> the first time today. Each mandate is a separate letter, so
      *> the one-letter-per-account check is not applied.
           0290-SCAN-MANDATES.

           OPEN INPUT MANDATE-FILE.
           IF WS-MAND-STATUS = "00" THEN
               MOVE "N" TO WS-MAND-EOF
               PERFORM UNTIL WS-MAND-EOF = "Y"
                   READ MANDATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MAND-EOF
                       NOT AT END
                           IF MD-FIRST-COLLECT-DATE = WS-REPORT-DATE
                                   THEN
                               MOVE 7 TO WS-EVENT-CODE
                               MOVE MD-ACCT-NUMBER TO WS-EVENT-ACCT
                               MOVE ZERO TO WS-EVENT-CUST
                               PERFORM 0310-WRITE-LETTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.

           0300-ISSUE-LETTER.

           MOVE "N" TO WS-ALREADY-ISSUED.
           PERFORM VARYING WS-ISSUED-IDX FROM 1 BY 1
                   UNTIL WS-ISSUED-IDX > WS-ISSUED-COUNT
               IF WS-I-ACCT(WS-ISSUED-IDX) = WS-EVENT-ACCT AND
                       WS-I-CUST(WS-ISSUED-IDX) = WS-EVENT-CUST AND
                       WS-I-CODE(WS-ISSUED-IDX) =
                           WS-EVENT-CODE THEN
                   MOVE "Y" TO WS-ALREADY-ISSUED
                   ADD 1 TO WS-ISSUED-COUNT
                   MOVE WS-EVENT-ACCT
                       TO WS-I-ACCT(WS-ISSUED-COUNT)
                   MOVE WS-EVENT-CUST
                       TO WS-I-CUST(WS-ISSUED-COUNT)
                   MOVE WS-EVENT-CODE
                       TO WS-I-CODE(WS-ISSUED-COUNT)
               END-IF
               WHEN 4
                   MOVE "LARGE WITHDRAWAL" TO WS-EVENT-LABEL
                   ADD 1 TO WS-CNT-LARGE-WD
               WHEN 5
                   MOVE "CARD REISSUE" TO WS-EVENT-LABEL
                   ADD 1 TO WS-CNT-REISSUE
               WHEN 6
                   MOVE "PRODUCT CHANGE" TO WS-EVENT-LABEL
                   ADD 1 TO WS-CNT-PRODUCT-CHANGE
               WHEN 7
                   MOVE "NEW DIRECT DEBIT" TO WS-EVENT-LABEL
                   ADD 1 TO WS-CNT-NEW-DEBIT
           END-EVALUATE.
           PERFORM 0315-FIND-RECIPIENTS.
           PERFORM 0330-WRITE-ONE-LETTER
               VARYING WS-RECIP-IDX FROM 1 BY 1
               UNTIL WS-RECIP-IDX > WS-RECIP-COUNT.

      *> The primary holder, then each joint holder and attorney on
      *> the relationship file. An account with no customer linked
      *> still gets one letter, to "THE CUSTOMER". An event for one
      *> holder goes to that holder alone.
           0315-FIND-RECIPIENTS.

           MOVE ZERO TO WS-RECIP-COUNT.
           MOVE ZERO TO WS-PRIMARY-CUST.
           IF WS-EVENT-CUST NOT = ZERO THEN
               MOVE 1 TO WS-RECIP-COUNT
               MOVE WS-EVENT-CUST TO WS-RECIP-CUST(1)
           ELSE
               MOVE WS-EVENT-ACCT TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-STATUS = "00" AND
                       ACCT-CUST-NUMBER NOT = ZERO THEN
                   MOVE ACCT-CUST-NUMBER TO WS-PRIMARY-CUST
                   ADD 1 TO WS-RECIP-COUNT
                   MOVE ACCT-CUST-NUMBER
                       TO WS-RECIP-CUST(WS-RECIP-COUNT)
               END-IF
               IF WS-REL-OPEN = "Y" THEN
                   MOVE "N" TO WS-REL-EOF
                   MOVE WS-EVENT-ACCT TO REL-ACCT-NUMBER
                   MOVE ZERO TO REL-CUST-NUMBER
                   START RELATION-FILE
                       KEY IS NOT LESS THAN REL-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-REL-EOF
                   END-START
                   PERFORM UNTIL WS-REL-EOF = "Y"
                       READ RELATION-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-REL-EOF
                           NOT AT END
                               IF REL-ACCT-NUMBER NOT =
                                       WS-EVENT-ACCT THEN
                                   MOVE "Y" TO WS-REL-EOF
                               ELSE
                                   IF REL-CAN-SIGN AND
                                           REL-CUST-NUMBER NOT =
                                               WS-PRIMARY-CUST AND
                                           WS-RECIP-COUNT < 10 THEN
                                       ADD 1 TO WS-RECIP-COUNT
                                       MOVE REL-CUST-NUMBER TO
                                           WS-RECIP-CUST(WS-RECIP-COUNT)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-RECIP-COUNT = ZERO THEN
               MOVE 1 TO WS-RECIP-COUNT
               MOVE ZERO TO WS-RECIP-CUST(1)
           END-IF.

           0330-WRITE-ONE-LETTER.

           MOVE WS-RECIP-CUST(WS-RECIP-IDX) TO WS-LETTER-CUST.
           ADD 1 TO WS-LETTERS-WRITTEN.
           MOVE WS-REPORT-DATE TO NL-LETTER-DATE.
           MOVE WS-EVENT-ACCT TO NL-ACCT-NUMBER.
           MOVE WS-LETTER-CUST TO NL-CUST-NUMBER.
           MOVE WS-EVENT-CODE TO NL-EVENT-CODE.
           MOVE WS-EVENT-LABEL TO NL-EVENT-LABEL.
           WRITE REGISTER-RECORD.
           MOVE ALL "=" TO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.
           PERFORM 0320-ADDRESS-BLOCK.
                   WRITE WS-LETTER-LINE
                   MOVE "BRANCH IMMEDIATELY."
                       TO WS-LETTER-LINE
               WHEN 5
                   MOVE "YOUR CARD IS DUE TO EXPIRE AND A"
                       TO WS-LETTER-LINE
                   WRITE WS-LETTER-LINE
                   MOVE "REPLACEMENT IS ON ITS WAY SEPARATELY."
                       TO WS-LETTER-LINE
                   WRITE WS-LETTER-LINE
                   MOVE "YOUR PRESENT CARD WORKS UNTIL YOU FIRST"
                       TO WS-LETTER-LINE
                   WRITE WS-LETTER-LINE
                   MOVE "USE THE NEW ONE. PLEASE THEN DESTROY IT."
                       TO WS-LETTER-LINE
               WHEN 6
                   PERFORM 0340-PRODUCT-CHANGE-BODY
               WHEN 7
                   MOVE MD-FIRST-COLLECT-AMOUNT TO WS-DISPLAY-AMOUNT
                   MOVE SPACES TO WS-LETTER-LINE
                   STRING "ORIGINATOR " MD-ORIG-REF
                       " TOOK ITS FIRST DIRECT DEBIT"
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   WRITE WS-LETTER-LINE
                   MOVE SPACES TO WS-LETTER-LINE
                   STRING "FROM YOUR ACCOUNT TODAY, FOR "
                       WS-DISPLAY-AMOUNT "."
                       DELIMITED BY SIZE INTO WS-LETTER-LINE
                   WRITE WS-LETTER-LINE
                   MOVE "IF YOU DID NOT AUTHORISE IT, CONTACT YOUR"
                       TO WS-LETTER-LINE
                   WRITE WS-LETTER-LINE
                   MOVE "BRANCH AT ONCE FOR A FULL REFUND."
                       TO WS-LETTER-LINE
           END-EVALUATE.
           WRITE WS-LETTER-LINE.

           0320-ADDRESS-BLOCK.

           MOVE "THE CUSTOMER" TO WS-LETTER-LINE.
           IF WS-CUST-OPEN = "Y" AND WS-LETTER-CUST NOT = ZERO THEN
               MOVE WS-LETTER-CUST TO CUST-NUMBER
               READ CUSTOMER-FILE
                   KEY IS CUST-NUMBER
                   INVALID KEY
           END-IF.
           WRITE WS-LETTER-LINE.

      *> The product change letter: old and new product, the terms
      *> side by side, any interest bands, and what happens to this
      *> account's own limits. A limit still at the old product's
      *> default takes the new default; one the customer agreed
      *> separately is kept. Leaves the closing line for the caller.
           0340-PRODUCT-CHANGE-BODY.

           MOVE "WE ARE WITHDRAWING THE ACCOUNT PRODUCT YOU HOLD:"
               TO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "    " WS-OLD-CODE " " WS-OLD-DESC
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "ON " MG-EFFECTIVE-DATE
               " YOUR ACCOUNT WILL MOVE TO:"
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "    " WS-NEW-CODE " " WS-NEW-DESC
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.
           MOVE SPACES TO WS-TERMS-LINE.
           MOVE "PRESENT TERMS" TO WS-TL-OLD(6:13).
           MOVE "NEW TERMS" TO WS-TL-NEW(10:9).
           MOVE WS-TERMS-LINE TO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.

           MOVE SPACES TO WS-TERMS-LINE.
           MOVE "CREDIT INTEREST (MONTHLY)" TO WS-TL-LABEL.
           IF WS-OLD-BAND-COUNT > ZERO THEN
               MOVE "BANDED - SEE BELOW" TO WS-TL-OLD
           ELSE
               MOVE WS-OLD-RATE TO WS-DISPLAY-RATE
               MOVE WS-DISPLAY-RATE TO WS-TL-OLD(13:6)
           END-IF.
           IF WS-NEW-BAND-COUNT > ZERO THEN
               MOVE "BANDED - SEE BELOW" TO WS-TL-NEW
           ELSE
               MOVE WS-NEW-RATE TO WS-DISPLAY-RATE
               MOVE WS-DISPLAY-RATE TO WS-TL-NEW(13:6)
           END-IF.
           MOVE WS-TERMS-LINE TO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.

           MOVE SPACES TO WS-TERMS-LINE.
           MOVE "MONTHLY FEE" TO WS-TL-LABEL.
           MOVE WS-OLD-MONTHLY-FEE TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO WS-TL-OLD.
           MOVE WS-NEW-MONTHLY-FEE TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO WS-TL-NEW.
           MOVE WS-TERMS-LINE TO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.

           MOVE SPACES TO WS-TERMS-LINE.
           MOVE "FEE PER WITHDRAWAL" TO WS-TL-LABEL.
           MOVE WS-OLD-TRAN-FEE TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO WS-TL-OLD.
           MOVE WS-NEW-TRAN-FEE TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO WS-TL-NEW.
           MOVE WS-TERMS-LINE TO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.

           MOVE SPACES TO WS-TERMS-LINE.
           MOVE "FEES WAIVED AT BALANCE" TO WS-TL-LABEL.
           IF WS-OLD-WAIVER = ZERO THEN
               MOVE "        NOT WAIVED" TO WS-TL-OLD
           ELSE
               MOVE WS-OLD-WAIVER TO WS-DISPLAY-AMOUNT
               MOVE WS-DISPLAY-AMOUNT TO WS-TL-OLD
           END-IF.
           IF WS-NEW-WAIVER = ZERO THEN
               MOVE "        NOT WAIVED" TO WS-TL-NEW
           ELSE
               MOVE WS-NEW-WAIVER TO WS-DISPLAY-AMOUNT
               MOVE WS-DISPLAY-AMOUNT TO WS-TL-NEW
           END-IF.
           MOVE WS-TERMS-LINE TO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.

           MOVE SPACES TO WS-TERMS-LINE.
           MOVE "OVERDRAFT RATE (MONTHLY)" TO WS-TL-LABEL.
           MOVE WS-OLD-DEBIT-RATE TO WS-DISPLAY-RATE.
           MOVE WS-DISPLAY-RATE TO WS-TL-OLD(13:6).
           MOVE WS-NEW-DEBIT-RATE TO WS-DISPLAY-RATE.
           MOVE WS-DISPLAY-RATE TO WS-TL-NEW(13:6).
           MOVE WS-TERMS-LINE TO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.

           MOVE SPACES TO WS-TERMS-LINE.
           MOVE "UNARRANGED RATE (MONTHLY)" TO WS-TL-LABEL.
           MOVE WS-OLD-UNARR-RATE TO WS-DISPLAY-RATE.
           MOVE WS-DISPLAY-RATE TO WS-TL-OLD(13:6).
           MOVE WS-NEW-UNARR-RATE TO WS-DISPLAY-RATE.
           MOVE WS-DISPLAY-RATE TO WS-TL-NEW(13:6).
           MOVE WS-TERMS-LINE TO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.

           MOVE SPACES TO WS-TERMS-LINE.
           MOVE "UNARRANGED OVERDRAFT FEE" TO WS-TL-LABEL.
           MOVE WS-OLD-UNARR-FEE TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO WS-TL-OLD.
           MOVE WS-NEW-UNARR-FEE TO WS-DISPLAY-AMOUNT.
           MOVE WS-DISPLAY-AMOUNT TO WS-TL-NEW.
           MOVE WS-TERMS-LINE TO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.

           IF WS-OLD-BAND-COUNT > ZERO THEN
               IF WS-OLD-METHOD = "M" THEN
                   MOVE "PRESENT BANDS - EACH RATE PAID ON ITS SLICE:"
                       TO WS-LETTER-LINE
               ELSE
                   MOVE "PRESENT BANDS - RATE PAID ON WHOLE BALANCE:"
                       TO WS-LETTER-LINE
               END-IF
               WRITE WS-LETTER-LINE
               MOVE WS-OLD-BAND-COUNT TO WS-BAND-COUNT
               MOVE WS-OLD-BANDS TO WS-BAND-TABLE
               PERFORM 0345-BAND-LINE
                   VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
           END-IF.
           IF WS-NEW-BAND-COUNT > ZERO THEN
               IF WS-NEW-METHOD = "M" THEN
                   MOVE "NEW BANDS - EACH RATE PAID ON ITS SLICE:"
                       TO WS-LETTER-LINE
               ELSE
                   MOVE "NEW BANDS - RATE PAID ON WHOLE BALANCE:"
                       TO WS-LETTER-LINE
               END-IF
               WRITE WS-LETTER-LINE
               MOVE WS-NEW-BAND-COUNT TO WS-BAND-COUNT
               MOVE WS-NEW-BANDS TO WS-BAND-TABLE
               PERFORM 0345-BAND-LINE
                   VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
           END-IF.

           MOVE ACCT-OVERDRAFT-LIMIT TO WS-LIMIT-AFTER.
           IF ACCT-OVERDRAFT-LIMIT = WS-OLD-OD-LIMIT THEN
               MOVE WS-NEW-OD-LIMIT TO WS-LIMIT-AFTER
           END-IF.
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-DISPLAY-FROM.
           MOVE WS-LIMIT-AFTER TO WS-DISPLAY-TO.
           MOVE SPACES TO WS-LETTER-LINE.
           IF WS-LIMIT-AFTER = ACCT-OVERDRAFT-LIMIT THEN
               STRING "YOUR OVERDRAFT LIMIT STAYS AT " WS-DISPLAY-FROM
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
           ELSE
               STRING "YOUR OVERDRAFT LIMIT CHANGES FROM "
                   WS-DISPLAY-FROM " TO " WS-DISPLAY-TO
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
           END-IF.
           WRITE WS-LETTER-LINE.
           IF ACCT-BALANCE < ZERO AND
                   WS-LIMIT-AFTER < ACCT-OVERDRAFT-LIMIT THEN
               COMPUTE WS-OVERDRAWN-BY = ZERO - ACCT-BALANCE
               IF WS-OVERDRAWN-BY > WS-LIMIT-AFTER THEN
                   MOVE "YOUR ACCOUNT IS OVERDRAWN BEYOND THAT LIMIT."
                       TO WS-LETTER-LINE
                   WRITE WS-LETTER-LINE
                   MOVE "UNLESS IT IS WITHIN THE LIMIT ON THE DAY, IT"
                       TO WS-LETTER-LINE
                   WRITE WS-LETTER-LINE
                   MOVE "WILL STAY AS IT IS AND WE WILL CONTACT YOU."
                       TO WS-LETTER-LINE
                   WRITE WS-LETTER-LINE
               END-IF
           END-IF.

           MOVE ACCT-DAILY-LIMIT TO WS-LIMIT-AFTER.
           IF ACCT-DAILY-LIMIT = WS-OLD-DAILY-LIMIT THEN
               MOVE WS-NEW-DAILY-LIMIT TO WS-LIMIT-AFTER
           END-IF.
           MOVE ACCT-DAILY-LIMIT TO WS-DISPLAY-FROM.
           MOVE WS-LIMIT-AFTER TO WS-DISPLAY-TO.
           MOVE SPACES TO WS-LETTER-LINE.
           IF WS-LIMIT-AFTER = ACCT-DAILY-LIMIT THEN
               STRING "YOUR DAILY WITHDRAWAL LIMIT STAYS AT "
                   WS-DISPLAY-FROM
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
           ELSE
               STRING "YOUR DAILY WITHDRAWAL LIMIT CHANGES FROM "
                   WS-DISPLAY-FROM " TO " WS-DISPLAY-TO
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
           END-IF.
           WRITE WS-LETTER-LINE.
           MOVE "YOU NEED DO NOTHING. IF YOU HAVE ANY QUESTIONS"
               TO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.
           MOVE "PLEASE CONTACT YOUR BRANCH." TO WS-LETTER-LINE.

           0345-BAND-LINE.

           MOVE WS-BT-FLOOR(WS-BAND-IDX) TO WS-DISPLAY-FLOOR.
           MOVE WS-BT-RATE(WS-BAND-IDX) TO WS-DISPLAY-RATE.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "    BALANCE FROM " WS-DISPLAY-FLOOR
               "   RATE " WS-DISPLAY-RATE
               DELIMITED BY SIZE INTO WS-LETTER-LINE.
           WRITE WS-LETTER-LINE.

           0400-WRITE-SUMMARY.

           OPEN OUTPUT SUMMARY-REPORT.
               "  DORMANCY " WS-CNT-DORMANT
               "  OVERDRAFT " WS-CNT-OVERDRAFT
               "  LARGE WITHDRAWALS " WS-CNT-LARGE-WD
               "  CARD REISSUES " WS-CNT-REISSUE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PRODUCT CHANGES " WS-CNT-PRODUCT-CHANGE
               "  NEW DIRECT DEBITS " WS-CNT-NEW-DEBIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-MIGR-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-MIGR-NOTE-IDX > WS-MIGR-NOTE-COUNT
               MOVE WS-MIGR-NOTE(WS-MIGR-NOTE-IDX) TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-LETTERS-WRITTEN " LETTER(S) WRITTEN, "
               WS-CNT-SUPPRESSED " DUPLICATE(S) SUPPRESSED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
