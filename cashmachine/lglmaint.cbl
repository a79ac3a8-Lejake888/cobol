       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLMAINT AS "LGLMAINT".
      *> Retention hold maintenance. A legal hold or an open dispute
      *> recorded here against an account, open or already closed,
      *> stops RETPURGE removing anything held for the account until
      *> it is released. Every change is written to CHGLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "LEGALHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-ACCT-NUMBER
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CLOSED-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
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
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY LGLHREC.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  CLOSED-FILE.
       01  CLOSED-RECORD.
           05 AR-CLOSE-DATE        PIC 9(8).
           05 AR-ACCT-NUMBER       PIC 9(6).
           05 AR-CUST-NUMBER       PIC 9(6).
           05 AR-PRODUCT-CODE      PIC X(4).
           05 AR-CURRENCY-CODE     PIC X(3).
           05 AR-FINAL-BALANCE     PIC S9(7)V9(2).
           05 AR-LAST-ACTIVITY-DATE PIC 9(8).
           05 AR-OPERATOR-ID       PIC X(6).
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       WORKING-STORAGE SECTION.
           01 WS-HOLD-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-CLOSED-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-CHG-STATUS PIC XX.
           01 WS-HOLD-EOF PIC X VALUE "N".
           01 WS-CLOSED-EOF PIC X VALUE "N".
           01 WS-CHOICE PIC 9.
           01 WS-DONE PIC X VALUE "N".
           01 WS-CONFIRM PIC X.
           01 WS-ACCOUNT-NUMBER PIC 9(6).
           01 WS-ACCOUNT-KNOWN PIC X.
           01 WS-ACCOUNT-STATE PIC X(6).
           01 WS-HOLD-ON-FILE PIC X.
           01 WS-REFERENCE PIC X(20).
           01 WS-HOLDS-LISTED PIC 9(4) VALUE ZERO.
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
           PERFORM 0010-OPEN-HOLD-FILE.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "[RETENTION HOLD MAINTENANCE]"
               DISPLAY "(1. SET LEGAL HOLD)"
               DISPLAY "(2. RELEASE LEGAL HOLD)"
               DISPLAY "(3. OPEN DISPUTE)"
               DISPLAY "(4. CLOSE DISPUTE)"
               DISPLAY "(5. DISPLAY ACCOUNT HOLDS)"
               DISPLAY "(6. LIST ACCOUNTS HELD)"
               DISPLAY "(7. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 0100-SET-LEGAL-HOLD
                   WHEN 2
                       PERFORM 0200-RELEASE-LEGAL-HOLD
                   WHEN 3
                       PERFORM 0300-OPEN-DISPUTE
                   WHEN 4
                       PERFORM 0400-CLOSE-DISPUTE
                   WHEN 5
                       PERFORM 0500-DISPLAY-HOLDS
                   WHEN 6
                       PERFORM 0600-LIST-HOLDS
                   WHEN 7
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           CLOSE HOLD-FILE.
           STOP RUN.

           0010-OPEN-HOLD-FILE.

           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS = "35" THEN
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.

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
               DISPLAY "[ENTER OPERATOR ID]: "
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
                       AND WS-SECRET-CODE = USER-SECRET-CODE THEN
                   MOVE "Y" TO WS-SIGNED-ON
                   DISPLAY "[SIGNED ON AS " WS-OPERATOR-ID "]"
               ELSE
                   DISPLAY "[SIGN-ON REJECTED]"
               END-IF
           END-PERFORM.
           CLOSE USER-FILE.
           IF WS-SIGNED-ON NOT = "Y" THEN
               DISPLAY "[SIGN-ON FAILED]"
               STOP RUN
           END-IF.

      *> The account must be on the account master or, once closed,
      *> on the closed-account archive. Its hold record is read, or
      *> set up clear if it has none yet.
           0050-GET-ACCOUNT.

           DISPLAY "[ENTER ACCOUNT NUMBER]: ".
           ACCEPT WS-ACCOUNT-NUMBER.
           PERFORM 0060-CHECK-ACCOUNT-KNOWN.
           IF WS-ACCOUNT-KNOWN NOT = "Y" THEN
               DISPLAY "[ACCOUNT NOT ON ACCTMSTR OR ACCTARCH]"
           ELSE
               MOVE WS-ACCOUNT-NUMBER TO LH-ACCT-NUMBER
               READ HOLD-FILE
                   KEY IS LH-ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-HOLD-STATUS = "00" THEN
                   MOVE "Y" TO WS-HOLD-ON-FILE
               ELSE
                   MOVE "N" TO WS-HOLD-ON-FILE
                   MOVE WS-ACCOUNT-NUMBER TO LH-ACCT-NUMBER
                   MOVE "N" TO LH-LEGAL-HOLD-FLAG
                   MOVE ZERO TO LH-HOLD-DATE
                   MOVE SPACES TO LH-HOLD-OPERATOR
                   MOVE SPACES TO LH-HOLD-REFERENCE
                   MOVE "N" TO LH-DISPUTE-FLAG
                   MOVE ZERO TO LH-DISPUTE-DATE
                   MOVE SPACES TO LH-DISPUTE-OPERATOR
                   MOVE SPACES TO LH-DISPUTE-REFERENCE
               END-IF
           END-IF.

           0060-CHECK-ACCOUNT-KNOWN.

           MOVE "N" TO WS-ACCOUNT-KNOWN.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS = "00" THEN
               MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-STATUS = "00" THEN
                   MOVE "Y" TO WS-ACCOUNT-KNOWN
                   MOVE "OPEN" TO WS-ACCOUNT-STATE
               END-IF
               CLOSE ACCOUNT-FILE
           END-IF.
           IF WS-ACCOUNT-KNOWN NOT = "Y" THEN
               MOVE "N" TO WS-CLOSED-EOF
               OPEN INPUT CLOSED-FILE
               IF WS-CLOSED-STATUS NOT = "00" THEN
                   MOVE "Y" TO WS-CLOSED-EOF
               END-IF
               PERFORM UNTIL WS-CLOSED-EOF = "Y"
                   READ CLOSED-FILE
                       AT END
                           MOVE "Y" TO WS-CLOSED-EOF
                       NOT AT END
                           IF AR-ACCT-NUMBER = WS-ACCOUNT-NUMBER THEN
                               MOVE "Y" TO WS-ACCOUNT-KNOWN
                               MOVE "CLOSED" TO WS-ACCOUNT-STATE
                               MOVE "Y" TO WS-CLOSED-EOF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CLOSED-STATUS NOT = "35" THEN
                   CLOSE CLOSED-FILE
               END-IF
           END-IF.

           0100-SET-LEGAL-HOLD.

           PERFORM 0050-GET-ACCOUNT.
           IF WS-ACCOUNT-KNOWN = "Y" THEN
               IF LH-ON-LEGAL-HOLD THEN
                   DISPLAY "[ACCOUNT ALREADY ON LEGAL HOLD SINCE "
                       LH-HOLD-DATE " - " LH-HOLD-REFERENCE "]"
               ELSE
                   DISPLAY "[ENTER CASE REFERENCE]: "
                   ACCEPT WS-REFERENCE
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   IF WS-HOLD-ON-FILE = "Y" THEN
                       MOVE HOLD-RECORD TO WS-CHG-BEFORE-IMAGE
                   END-IF
                   MOVE "Y" TO LH-LEGAL-HOLD-FLAG
                   MOVE FUNCTION CURRENT-DATE(1:8) TO LH-HOLD-DATE
                   MOVE WS-OPERATOR-ID TO LH-HOLD-OPERATOR
                   MOVE WS-REFERENCE TO LH-HOLD-REFERENCE
                   PERFORM 0900-STORE-HOLD
                   DISPLAY "[LEGAL HOLD SET ON " WS-ACCOUNT-STATE
                       " ACCOUNT " WS-ACCOUNT-NUMBER "]"
               END-IF
           END-IF.

           0200-RELEASE-LEGAL-HOLD.

           PERFORM 0050-GET-ACCOUNT.
           IF WS-ACCOUNT-KNOWN = "Y" THEN
               IF NOT LH-ON-LEGAL-HOLD THEN
                   DISPLAY "[ACCOUNT IS NOT ON LEGAL HOLD]"
               ELSE
                   DISPLAY "[LEGAL HOLD SINCE " LH-HOLD-DATE " BY "
                       LH-HOLD-OPERATOR " - " LH-HOLD-REFERENCE "]"
                   DISPLAY "[CONFIRM RELEASE (Y/N)]: "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" THEN
                       MOVE HOLD-RECORD TO WS-CHG-BEFORE-IMAGE
                       MOVE "N" TO LH-LEGAL-HOLD-FLAG
                       PERFORM 0900-STORE-HOLD
                       DISPLAY "[LEGAL HOLD RELEASED]"
                   ELSE
                       DISPLAY "[RELEASE ABANDONED]"
                   END-IF
               END-IF
           END-IF.

           0300-OPEN-DISPUTE.

           PERFORM 0050-GET-ACCOUNT.
           IF WS-ACCOUNT-KNOWN = "Y" THEN
               IF LH-DISPUTE-OPEN THEN
                   DISPLAY "[DISPUTE ALREADY OPEN SINCE "
                       LH-DISPUTE-DATE " - " LH-DISPUTE-REFERENCE "]"
               ELSE
                   DISPLAY "[ENTER DISPUTE REFERENCE]: "
                   ACCEPT WS-REFERENCE
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   IF WS-HOLD-ON-FILE = "Y" THEN
                       MOVE HOLD-RECORD TO WS-CHG-BEFORE-IMAGE
                   END-IF
                   MOVE "Y" TO LH-DISPUTE-FLAG
                   MOVE FUNCTION CURRENT-DATE(1:8) TO LH-DISPUTE-DATE
                   MOVE WS-OPERATOR-ID TO LH-DISPUTE-OPERATOR
                   MOVE WS-REFERENCE TO LH-DISPUTE-REFERENCE
                   PERFORM 0900-STORE-HOLD
                   DISPLAY "[DISPUTE OPENED ON " WS-ACCOUNT-STATE
                       " ACCOUNT " WS-ACCOUNT-NUMBER "]"
               END-IF
           END-IF.

           0400-CLOSE-DISPUTE.

           PERFORM 0050-GET-ACCOUNT.
           IF WS-ACCOUNT-KNOWN = "Y" THEN
               IF NOT LH-DISPUTE-OPEN THEN
                   DISPLAY "[NO OPEN DISPUTE ON THE ACCOUNT]"
               ELSE
                   DISPLAY "[DISPUTE OPEN SINCE " LH-DISPUTE-DATE
                       " BY " LH-DISPUTE-OPERATOR " - "
                       LH-DISPUTE-REFERENCE "]"
                   DISPLAY "[CONFIRM DISPUTE CLOSED (Y/N)]: "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" THEN
                       MOVE HOLD-RECORD TO WS-CHG-BEFORE-IMAGE
                       MOVE "N" TO LH-DISPUTE-FLAG
                       PERFORM 0900-STORE-HOLD
                       DISPLAY "[DISPUTE CLOSED]"
                   ELSE
                       DISPLAY "[DISPUTE LEFT OPEN]"
                   END-IF
               END-IF
           END-IF.

           0500-DISPLAY-HOLDS.

           PERFORM 0050-GET-ACCOUNT.
           IF WS-ACCOUNT-KNOWN = "Y" THEN
               DISPLAY "[ACCOUNT " WS-ACCOUNT-NUMBER " - "
                   WS-ACCOUNT-STATE "]"
               IF WS-HOLD-ON-FILE NOT = "Y" THEN
                   DISPLAY "[NO HOLDS RECORDED]"
               ELSE
                   PERFORM 0550-SHOW-HOLDS
               END-IF
           END-IF.

           0550-SHOW-HOLDS.

           IF LH-ON-LEGAL-HOLD THEN
               DISPLAY "[LEGAL HOLD]: SINCE " LH-HOLD-DATE
                   " BY " LH-HOLD-OPERATOR " " LH-HOLD-REFERENCE
           ELSE
               DISPLAY "[LEGAL HOLD]: NONE"
           END-IF.
           IF LH-DISPUTE-OPEN THEN
               DISPLAY "[DISPUTE]: OPEN SINCE " LH-DISPUTE-DATE
                   " BY " LH-DISPUTE-OPERATOR " "
                   LH-DISPUTE-REFERENCE
           ELSE
               DISPLAY "[DISPUTE]: NONE"
           END-IF.

           0600-LIST-HOLDS.

           MOVE ZERO TO WS-HOLDS-LISTED.
           MOVE "N" TO WS-HOLD-EOF.
           MOVE ZERO TO LH-ACCT-NUMBER.
           START HOLD-FILE
               KEY IS NOT LESS THAN LH-ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-HOLD-EOF
           END-START.
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF LH-ON-LEGAL-HOLD OR LH-DISPUTE-OPEN THEN
                           ADD 1 TO WS-HOLDS-LISTED
                           DISPLAY "[ACCOUNT " LH-ACCT-NUMBER "]"
                           PERFORM 0550-SHOW-HOLDS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HOLDS-LISTED = ZERO THEN
               DISPLAY "[NO ACCOUNTS HELD]"
           ELSE
               DISPLAY "[" WS-HOLDS-LISTED " ACCOUNT(S) HELD]"
           END-IF.

      *> The caller has set the before image - spaces when the account
      *> had no hold record yet.
           0900-STORE-HOLD.

           MOVE "LEGALHLD" TO WS-CHG-FILE-NAME.
           MOVE LH-ACCT-NUMBER TO WS-CHG-RECORD-KEY.
           IF WS-HOLD-ON-FILE = "Y" THEN
               REWRITE HOLD-RECORD
               MOVE "C" TO WS-CHG-ACTION
           ELSE
               WRITE HOLD-RECORD
               MOVE "Y" TO WS-HOLD-ON-FILE
               MOVE "A" TO WS-CHG-ACTION
           END-IF.
           MOVE HOLD-RECORD TO WS-CHG-AFTER-IMAGE.
           PERFORM 0980-LOG-CHANGE.

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
           MOVE "LGLMAINT" TO CH-PROGRAM-NAME.
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

       END PROGRAM LGLMAINT.
