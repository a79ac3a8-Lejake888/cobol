       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRMAINT AS "MIGRMAINT".
      *> Product migration scheduling. A supervisor withdrawing a
      *> product names its replacement and the date the accounts are
      *> to move, at least 30 days ahead so that every holder can be
      *> given written notice of the new terms. NOTIFY issues the
      *> notices and PRODMIGR moves the accounts on the day. Every
      *> change is written to CHGLOG.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT USER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-OPERATOR-ID
               FILE STATUS IS WS-USER-STATUS.
           SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.
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
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       WORKING-STORAGE SECTION.
           01 WS-MIGR-STATUS PIC XX.
           01 WS-PROD-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-CHG-STATUS PIC XX.
           01 WS-MIGR-EOF PIC X VALUE "N".
           01 WS-ACCT-EOF PIC X VALUE "N".
           01 WS-CHOICE PIC 9.
           01 WS-DONE PIC X VALUE "N".
           01 WS-CONFIRM PIC X.
           01 WS-FROM-PROD PIC X(4).
           01 WS-TO-PROD PIC X(4).
           01 WS-FROM-DESC PIC X(20).
           01 WS-TO-DESC PIC X(20).
           01 WS-EFFECTIVE-DATE PIC 9(8).
           01 WS-EFFECTIVE-INT PIC 9(8).
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-EARLIEST-DATE PIC 9(8).
           01 WS-NOTICE-DAYS PIC 9(3) VALUE 30.
           01 WS-INPUT-OK PIC X.
           01 WS-OPEN-FROM PIC X.
           01 WS-OPEN-TO PIC X.
           01 WS-ACCTS-ON-PRODUCT PIC 9(6).
           01 WS-MIGRATIONS-LISTED PIC 9(4) VALUE ZERO.
           01 WS-STATE-TEXT PIC X(16).
           01 WS-OPERATOR-ID PIC X(6).
           01 WS-SECRET-CODE PIC 9(4).
           01 WS-SIGNED-ON PIC X VALUE "N".
           01 WS-SIGNON-ATTEMPTS PIC 9 VALUE ZERO.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
           01 WS-CURRENT-DATETIME PIC X(21).
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.
           PERFORM 0010-OPEN-MIGRATION-FILE.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "[PRODUCT MIGRATION SCHEDULE]"
               DISPLAY "(1. SCHEDULE A MIGRATION)"
               DISPLAY "(2. CANCEL A MIGRATION)"
               DISPLAY "(3. LIST MIGRATIONS)"
               DISPLAY "(4. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 0100-SCHEDULE-MIGRATION
                   WHEN 2
                       PERFORM 0200-CANCEL-MIGRATION
                   WHEN 3
                       PERFORM 0300-LIST-MIGRATIONS
                   WHEN 4
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           CLOSE MIGRATION-FILE.
           STOP RUN.

           0010-OPEN-MIGRATION-FILE.

           OPEN I-O MIGRATION-FILE.
           IF WS-MIGR-STATUS = "35" THEN
               OPEN OUTPUT MIGRATION-FILE
               CLOSE MIGRATION-FILE
               OPEN I-O MIGRATION-FILE
           END-IF.

      *> Only a supervisor may schedule or cancel a migration.
           0020-OPERATOR-SIGN-ON.

           OPEN INPUT USER-FILE.
           IF WS-USER-STATUS NOT = "00" THEN
               DISPLAY "[NO USER MASTER - RUN USERMAINT FIRST]"
               STOP RUN
           END-IF.
           MOVE "N" TO WS-SIGNED-ON.
           MOVE ZERO TO WS-SIGNON-ATTEMPTS.
           PERFORM UNTIL WS-SIGNED-ON = "Y"
                   OR WS-SIGNON-ATTEMPTS = 3
               DISPLAY "[ENTER SUPERVISOR ID]: "
               ACCEPT WS-OPERATOR-ID
               DISPLAY "[ENTER SECRET CODE]: "
               ACCEPT WS-SECRET-CODE WITH SECURE
               ADD 1 TO WS-SIGNON-ATTEMPTS
               MOVE WS-OPERATOR-ID TO USER-OPERATOR-ID
               READ USER-FILE
                   KEY IS USER-OPERATOR-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-USER-STATUS = "00" AND USER-IS-ACTIVE
                       AND USER-IS-SUPERVISOR
                       AND WS-SECRET-CODE = USER-SECRET-CODE THEN
                   MOVE "Y" TO WS-SIGNED-ON
                   DISPLAY "[SIGNED ON AS " WS-OPERATOR-ID "]"
               ELSE
                   DISPLAY "[SIGN-ON REJECTED - SUPERVISOR "
                       "AUTHORITY REQUIRED]"
               END-IF
           END-PERFORM.
           CLOSE USER-FILE.
           IF WS-SIGNED-ON NOT = "Y" THEN
               DISPLAY "[SIGN-ON FAILED]"
               STOP RUN
           END-IF.

           0050-GET-MIGRATION-KEY.

           DISPLAY "[ENTER PRODUCT BEING WITHDRAWN]: ".
           ACCEPT WS-FROM-PROD.
           DISPLAY "[ENTER EFFECTIVE DATE (YYYYMMDD)]: ".
           ACCEPT WS-EFFECTIVE-DATE.
           MOVE WS-FROM-PROD TO MG-FROM-PROD.
           MOVE WS-EFFECTIVE-DATE TO MG-EFFECTIVE-DATE.

      *> Both products must be on file and differ, the date must
      *> leave the full notice period, and a product may have only
      *> one migration open at a time, either as the product being
      *> withdrawn or as a replacement.
           0100-SCHEDULE-MIGRATION.

           MOVE "N" TO WS-INPUT-OK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           COMPUTE WS-EARLIEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-NOTICE-DAYS).
           PERFORM 0050-GET-MIGRATION-KEY.
           DISPLAY "[ENTER REPLACEMENT PRODUCT]: ".
           ACCEPT WS-TO-PROD.
           COMPUTE WS-EFFECTIVE-INT =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS NOT = "00" THEN
               DISPLAY "[NO PRODUCT MASTER - RUN PRODMAINT FIRST]"
           ELSE
               MOVE WS-FROM-PROD TO PROD-CODE
               READ PRODUCT-FILE
                   KEY IS PROD-CODE
                   INVALID KEY
                       MOVE SPACES TO PROD-CODE
               END-READ
               MOVE PROD-DESCRIPTION TO WS-FROM-DESC
               IF PROD-CODE = SPACES THEN
                   DISPLAY "[PRODUCT " WS-FROM-PROD " NOT FOUND]"
               ELSE
                   MOVE WS-TO-PROD TO PROD-CODE
                   READ PRODUCT-FILE
                       KEY IS PROD-CODE
                       INVALID KEY
                           MOVE SPACES TO PROD-CODE
                   END-READ
                   MOVE PROD-DESCRIPTION TO WS-TO-DESC
                   IF PROD-CODE = SPACES THEN
                       DISPLAY "[PRODUCT " WS-TO-PROD " NOT FOUND]"
                   ELSE
                       MOVE "Y" TO WS-INPUT-OK
                   END-IF
               END-IF
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-INPUT-OK = "Y" AND WS-TO-PROD = WS-FROM-PROD THEN
               DISPLAY "[REPLACEMENT MUST BE A DIFFERENT PRODUCT]"
               MOVE "N" TO WS-INPUT-OK
           END-IF.
           IF WS-INPUT-OK = "Y" AND WS-EFFECTIVE-INT = ZERO THEN
               DISPLAY "[INVALID DATE]"
               MOVE "N" TO WS-INPUT-OK
           END-IF.
           IF WS-INPUT-OK = "Y" AND
                   WS-EFFECTIVE-DATE < WS-EARLIEST-DATE THEN
               DISPLAY "[EFFECTIVE DATE MUST BE ON OR AFTER "
                   WS-EARLIEST-DATE " TO ALLOW " WS-NOTICE-DAYS
                   " DAYS NOTICE]"
               MOVE "N" TO WS-INPUT-OK
           END-IF.
           IF WS-INPUT-OK = "Y" THEN
               PERFORM 0110-CHECK-OPEN-MIGRATIONS
               IF WS-OPEN-FROM = "Y" THEN
                   DISPLAY "[" WS-FROM-PROD " ALREADY HAS A MIGRATION "
                       "OPEN]"
                   MOVE "N" TO WS-INPUT-OK
               END-IF
               IF WS-OPEN-TO = "Y" THEN
                   DISPLAY "[" WS-TO-PROD " IS ITSELF BEING WITHDRAWN]"
                   MOVE "N" TO WS-INPUT-OK
               END-IF
           END-IF.
           IF WS-INPUT-OK = "Y" THEN
               PERFORM 0120-COUNT-ACCOUNTS
               DISPLAY "[MOVE " WS-ACCTS-ON-PRODUCT " ACCOUNT(S) FROM "
                   WS-FROM-PROD " " WS-FROM-DESC "]"
               DISPLAY "[TO " WS-TO-PROD " " WS-TO-DESC " ON "
                   WS-EFFECTIVE-DATE " (Y/N)]: "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" THEN
                   PERFORM 0130-WRITE-MIGRATION
               ELSE
                   DISPLAY "[MIGRATION NOT SCHEDULED]"
               END-IF
           END-IF.

           0110-CHECK-OPEN-MIGRATIONS.

           MOVE "N" TO WS-OPEN-FROM.
           MOVE "N" TO WS-OPEN-TO.
           MOVE "N" TO WS-MIGR-EOF.
           MOVE LOW-VALUES TO MG-KEY.
           START MIGRATION-FILE
               KEY IS NOT LESS THAN MG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MIGR-EOF
           END-START.
           PERFORM UNTIL WS-MIGR-EOF = "Y"
               READ MIGRATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MIGR-EOF
                   NOT AT END
                       IF MG-IS-OPEN AND
                               MG-FROM-PROD = WS-FROM-PROD THEN
                           MOVE "Y" TO WS-OPEN-FROM
                       END-IF
                       IF MG-IS-OPEN AND
                               MG-FROM-PROD = WS-TO-PROD THEN
                           MOVE "Y" TO WS-OPEN-TO
                       END-IF
                       IF MG-IS-OPEN AND
                               MG-TO-PROD = WS-FROM-PROD THEN
                           MOVE "Y" TO WS-OPEN-FROM
                       END-IF
               END-READ
           END-PERFORM.

           0120-COUNT-ACCOUNTS.

           MOVE ZERO TO WS-ACCTS-ON-PRODUCT.
           MOVE "N" TO WS-ACCT-EOF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-ACCT-EOF
           END-IF.
           PERFORM UNTIL WS-ACCT-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCT-EOF
                   NOT AT END
                       IF ACCT-PRODUCT-CODE = WS-FROM-PROD THEN
                           ADD 1 TO WS-ACCTS-ON-PRODUCT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ACCT-STATUS NOT = "35" THEN
               CLOSE ACCOUNT-FILE
           END-IF.

           0130-WRITE-MIGRATION.

           MOVE WS-FROM-PROD TO MG-FROM-PROD.
           MOVE WS-EFFECTIVE-DATE TO MG-EFFECTIVE-DATE.
           MOVE WS-TO-PROD TO MG-TO-PROD.
           MOVE "S" TO MG-STATUS.
           MOVE WS-TODAY-DATE TO MG-SCHEDULED-DATE.
           MOVE WS-OPERATOR-ID TO MG-SCHEDULED-BY.
           MOVE ZERO TO MG-NOTICE-DATE.
           MOVE ZERO TO MG-NOTICE-COUNT.
           MOVE ZERO TO MG-COMPLETED-DATE.
           MOVE ZERO TO MG-MOVED-COUNT.
           MOVE ZERO TO MG-EXCLUDED-COUNT.
           WRITE MIGRATION-RECORD
               INVALID KEY
                   DISPLAY "[MIGRATION ALREADY ON FILE]"
               NOT INVALID KEY
                   DISPLAY "[MIGRATION SCHEDULED - NOTICES GO OUT ON "
                       "THE NEXT NOTIFY RUN]"
                   MOVE "MIGRSCHD" TO WS-CHG-FILE-NAME
                   MOVE MG-KEY TO WS-CHG-RECORD-KEY
                   MOVE "A" TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   MOVE MIGRATION-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
           END-WRITE.

      *> A migration can be cancelled until PRODMIGR has run it.
      *> Once notices are out the customers must be told it will not
      *> now happen.
           0200-CANCEL-MIGRATION.

           PERFORM 0050-GET-MIGRATION-KEY.
           READ MIGRATION-FILE
               KEY IS MG-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MIGR-STATUS NOT = "00" THEN
               DISPLAY "[MIGRATION NOT FOUND]"
           ELSE
               IF NOT MG-IS-OPEN THEN
                   DISPLAY "[MIGRATION IS NO LONGER OPEN]"
               ELSE
                   DISPLAY "[CONFIRM CANCEL OF " MG-FROM-PROD " TO "
                       MG-TO-PROD " ON " MG-EFFECTIVE-DATE " (Y/N)]: "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" THEN
                       MOVE MIGRATION-RECORD TO WS-CHG-BEFORE-IMAGE
                       MOVE "X" TO MG-STATUS
                       REWRITE MIGRATION-RECORD
                       MOVE "MIGRSCHD" TO WS-CHG-FILE-NAME
                       MOVE MG-KEY TO WS-CHG-RECORD-KEY
                       MOVE "C" TO WS-CHG-ACTION
                       MOVE MIGRATION-RECORD TO WS-CHG-AFTER-IMAGE
                       PERFORM 0980-LOG-CHANGE
                       DISPLAY "[MIGRATION CANCELLED]"
                       IF MG-NOTICE-DATE NOT = ZERO THEN
                           DISPLAY "[" MG-NOTICE-COUNT " ACCOUNT(S) "
                               "WERE GIVEN NOTICE ON " MG-NOTICE-DATE
                               " - WRITE TO THEM]"
                       END-IF
                   ELSE
                       DISPLAY "[CANCEL ABANDONED]"
                   END-IF
               END-IF
           END-IF.

           0300-LIST-MIGRATIONS.

           MOVE ZERO TO WS-MIGRATIONS-LISTED.
           MOVE "N" TO WS-MIGR-EOF.
           MOVE LOW-VALUES TO MG-KEY.
           START MIGRATION-FILE
               KEY IS NOT LESS THAN MG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MIGR-EOF
           END-START.
           PERFORM UNTIL WS-MIGR-EOF = "Y"
               READ MIGRATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MIGR-EOF
                   NOT AT END
                       ADD 1 TO WS-MIGRATIONS-LISTED
                       PERFORM 0350-SHOW-MIGRATION
               END-READ
           END-PERFORM.
           IF WS-MIGRATIONS-LISTED = ZERO THEN
               DISPLAY "[NO MIGRATIONS ON FILE]"
           END-IF.

           0350-SHOW-MIGRATION.

           EVALUATE TRUE
               WHEN MG-IS-SCHEDULED
                   MOVE "AWAITING NOTICE" TO WS-STATE-TEXT
               WHEN MG-NOTICE-ISSUED
                   MOVE "NOTICE ISSUED" TO WS-STATE-TEXT
               WHEN MG-IS-COMPLETE
                   MOVE "COMPLETED" TO WS-STATE-TEXT
               WHEN MG-IS-CANCELLED
                   MOVE "CANCELLED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATE-TEXT
           END-EVALUATE.
           DISPLAY MG-FROM-PROD " TO " MG-TO-PROD
               " EFFECTIVE " MG-EFFECTIVE-DATE " " WS-STATE-TEXT
               " SCHEDULED " MG-SCHEDULED-DATE " BY "
               MG-SCHEDULED-BY.
           IF MG-NOTICE-DATE NOT = ZERO THEN
               DISPLAY "    NOTICE " MG-NOTICE-DATE " TO "
                   MG-NOTICE-COUNT " ACCOUNT(S)"
           END-IF.
           IF MG-IS-COMPLETE THEN
               DISPLAY "    RUN " MG-COMPLETED-DATE " MOVED "
                   MG-MOVED-COUNT " EXCLUDED " MG-EXCLUDED-COUNT
           END-IF.

      *> Every add, change and delete is written to CHGLOG with the
      *> record as it stood before and after. The caller sets the file,
      *> key, action and both images; a second change to the same
      *> record within the same hundredth of a second moves on by one.
           0980-LOG-CHANGE.

           OPEN I-O CHANGE-LOG.
           IF WS-CHG-STATUS = "35" THEN
               OPEN OUTPUT CHANGE-LOG
               CLOSE CHANGE-LOG
               OPEN I-O CHANGE-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CHG-FILE-NAME TO CH-FILE-NAME.
           MOVE WS-CHG-RECORD-KEY TO CH-RECORD-KEY.
           MOVE WS-CURRENT-DATETIME(1:8) TO CH-DATE.
           MOVE WS-CURRENT-DATETIME(9:8) TO CH-TIME.
           MOVE CH-DATE TO CH-LOG-DATE.
           MOVE WS-OPERATOR-ID TO CH-OPERATOR-ID.
           MOVE "MIGRMAINT" TO CH-PROGRAM-NAME.
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
           CLOSE CHANGE-LOG.

       END PROGRAM MIGRMAINT.
