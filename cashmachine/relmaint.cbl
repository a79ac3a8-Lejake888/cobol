       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMAINT AS "RELMAINT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
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
       FD  RELATION-FILE.
       01  RELATION-RECORD.
           COPY RELREC.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       WORKING-STORAGE SECTION.
           01 WS-REL-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-CUST-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-OPERATOR-ID PIC X(6).
           01 WS-SECRET-CODE PIC 9(4).
           01 WS-SIGNED-ON PIC X VALUE "N".
           01 WS-SIGNON-ATTEMPTS PIC 9 VALUE ZERO.
           01 WS-CHOICE PIC 9.
           01 WS-DONE PIC X VALUE "N".
           01 WS-CONFIRM PIC X.
           01 WS-ACCOUNT-NUMBER PIC 9(6).
           01 WS-CUSTOMER-NUMBER PIC 9(6).
           01 WS-PRIMARY-NUMBER PIC 9(6).
           01 WS-REL-EOF PIC X VALUE "N".
           01 WS-ACCT-EOF PIC X VALUE "N".
           01 WS-HOLDERS-LISTED PIC 9(4) VALUE ZERO.
           01 WS-ACCTS-LISTED PIC 9(4) VALUE ZERO.
           01 WS-NEW-ROLE PIC X.
           01 WS-NEW-MANDATE PIC X.
           01 WS-NEW-LIMIT PIC 9(7)V9(2).
           01 WS-MANDATE-OK PIC X VALUE "N".
           01 WS-ROLE-NAME PIC X(11).
           01 WS-MANDATE-NAME PIC X(14).
           01 WS-DISPLAY-VALUE PIC ---,---,---,---,---,--9.99.
           01 WS-CHG-STATUS PIC XX.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
           01 WS-CURRENT-DATETIME PIC X(21).
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.
           PERFORM 0010-OPEN-RELATION-FILE.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "[ACCOUNT HOLDER MAINTENANCE]"
               DISPLAY "(1. ADD HOLDER TO ACCOUNT)"
               DISPLAY "(2. AMEND ROLE AND MANDATE)"
               DISPLAY "(3. REMOVE HOLDER FROM ACCOUNT)"
               DISPLAY "(4. LIST HOLDERS OF AN ACCOUNT)"
               DISPLAY "(5. LIST ACCOUNTS HELD BY A CUSTOMER)"
               DISPLAY "(6. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 0100-ADD-HOLDER
                   WHEN 2
                       PERFORM 0200-AMEND-HOLDER
                   WHEN 3
                       PERFORM 0300-REMOVE-HOLDER
                   WHEN 4
                       PERFORM 0400-LIST-HOLDERS
                   WHEN 5
                       PERFORM 0500-LIST-ACCOUNTS-HELD
                   WHEN 6
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           CLOSE RELATION-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE CUSTOMER-FILE.
           STOP RUN.

           0010-OPEN-RELATION-FILE.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[NO ACCOUNT MASTER FILE - NOTHING TO "
                   "MAINTAIN]"
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = "00" THEN
               DISPLAY "[NO CUSTOMER MASTER - RUN CUSTMAINT FIRST]"
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.
           OPEN I-O RELATION-FILE.
           IF WS-REL-STATUS = "35" THEN
               OPEN OUTPUT RELATION-FILE
               CLOSE RELATION-FILE
               OPEN I-O RELATION-FILE
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

           0050-READ-ACCOUNT.

           DISPLAY "[ENTER ACCOUNT NUMBER]: ".
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[ACCOUNT NOT FOUND]"
           ELSE
               MOVE ACCT-CUST-NUMBER TO WS-PRIMARY-NUMBER
           END-IF.

           0060-READ-CUSTOMER.

           DISPLAY "[ENTER CUSTOMER NUMBER]: ".
           ACCEPT WS-CUSTOMER-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-FILE
               KEY IS CUST-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUST-STATUS NOT = "00" THEN
               DISPLAY "[CUSTOMER NOT FOUND]"
           ELSE
               DISPLAY "[CUSTOMER]: " CUST-NAME
           END-IF.

           0065-READ-RELATION.

           MOVE WS-ACCOUNT-NUMBER TO REL-ACCT-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO REL-CUST-NUMBER.
           READ RELATION-FILE
               KEY IS REL-KEY
               INVALID KEY
                   CONTINUE
           END-READ.

           0070-ACCEPT-MANDATE.

           MOVE "Y" TO WS-MANDATE-OK.
           DISPLAY "[ENTER MANDATE (E = EITHER TO SIGN, "
               "B = BOTH TO SIGN ABOVE A LIMIT)]: ".
           ACCEPT WS-NEW-MANDATE.
           MOVE ZERO TO WS-NEW-LIMIT.
           EVALUATE WS-NEW-MANDATE
               WHEN "E"
                   CONTINUE
               WHEN "B"
                   DISPLAY "[ENTER AMOUNT ABOVE WHICH BOTH MUST "
                       "SIGN (0 FOR EVERY AMOUNT)]: "
                   ACCEPT WS-NEW-LIMIT
               WHEN OTHER
                   DISPLAY "[INVALID MANDATE]"
                   MOVE "N" TO WS-MANDATE-OK
           END-EVALUATE.

      *> The first time a second holder is recorded the existing
      *> owner is written as the primary relationship, either to
      *> sign, so every holder of the account is on file.
           0080-ENSURE-PRIMARY-RECORD.

           IF WS-PRIMARY-NUMBER NOT = ZERO THEN
               MOVE WS-ACCOUNT-NUMBER TO REL-ACCT-NUMBER
               MOVE WS-PRIMARY-NUMBER TO REL-CUST-NUMBER
               READ RELATION-FILE
                   KEY IS REL-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-REL-STATUS NOT = "00" THEN
                   MOVE WS-ACCOUNT-NUMBER TO REL-ACCT-NUMBER
                   MOVE WS-PRIMARY-NUMBER TO REL-CUST-NUMBER
                   MOVE WS-PRIMARY-NUMBER TO REL-CK-CUST-NUMBER
                   MOVE WS-ACCOUNT-NUMBER TO REL-CK-ACCT-NUMBER
                   MOVE "P" TO REL-ROLE
                   MOVE "E" TO REL-MANDATE
                   MOVE ZERO TO REL-MANDATE-LIMIT
                   MOVE FUNCTION CURRENT-DATE(1:8) TO REL-START-DATE
                   WRITE RELATION-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "ACCTREL" TO WS-CHG-FILE-NAME
                           MOVE REL-KEY TO WS-CHG-RECORD-KEY
                           MOVE "A" TO WS-CHG-ACTION
                           MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                           MOVE RELATION-RECORD TO WS-CHG-AFTER-IMAGE
                           PERFORM 0980-LOG-CHANGE
                   END-WRITE
               END-IF
           END-IF.

           0090-NAME-ROLE.

           EVALUATE TRUE
               WHEN REL-IS-PRIMARY
                   MOVE "PRIMARY" TO WS-ROLE-NAME
               WHEN REL-IS-JOINT
                   MOVE "JOINT" TO WS-ROLE-NAME
               WHEN REL-IS-ATTORNEY
                   MOVE "ATTORNEY" TO WS-ROLE-NAME
               WHEN REL-IS-BENEFICIARY
                   MOVE "BENEFICIARY" TO WS-ROLE-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ROLE-NAME
           END-EVALUATE.
           IF REL-BOTH-TO-SIGN THEN
               MOVE "BOTH TO SIGN" TO WS-MANDATE-NAME
           ELSE
               MOVE "EITHER TO SIGN" TO WS-MANDATE-NAME
           END-IF.

           0100-ADD-HOLDER.

           PERFORM 0050-READ-ACCOUNT.
           IF WS-ACCT-STATUS = "00" THEN
               PERFORM 0060-READ-CUSTOMER
               IF WS-CUST-STATUS = "00" THEN
                   PERFORM 0065-READ-RELATION
                   IF WS-REL-STATUS = "00" OR
                           WS-CUSTOMER-NUMBER = WS-PRIMARY-NUMBER
                           THEN
                       DISPLAY "[CUSTOMER ALREADY HOLDS THIS "
                           "ACCOUNT - USE AMEND]"
                   ELSE
                       DISPLAY "[ENTER ROLE (J = JOINT, "
                           "A = ATTORNEY, T = TRUST BENEFICIARY)]: "
                       ACCEPT WS-NEW-ROLE
                       IF WS-NEW-ROLE NOT = "J" AND
                               WS-NEW-ROLE NOT = "A" AND
                               WS-NEW-ROLE NOT = "T" THEN
                           DISPLAY "[INVALID ROLE]"
                       ELSE
                           PERFORM 0070-ACCEPT-MANDATE
                           IF WS-MANDATE-OK = "Y" THEN
                               PERFORM 0080-ENSURE-PRIMARY-RECORD
                               PERFORM 0110-WRITE-HOLDER
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           0110-WRITE-HOLDER.

           MOVE WS-ACCOUNT-NUMBER TO REL-ACCT-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO REL-CUST-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO REL-CK-CUST-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO REL-CK-ACCT-NUMBER.
           MOVE WS-NEW-ROLE TO REL-ROLE.
           MOVE WS-NEW-MANDATE TO REL-MANDATE.
           MOVE WS-NEW-LIMIT TO REL-MANDATE-LIMIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REL-START-DATE.
           WRITE RELATION-RECORD
               INVALID KEY
                   DISPLAY "[CUSTOMER ALREADY HOLDS THIS ACCOUNT]"
               NOT INVALID KEY
                   DISPLAY "[CUSTOMER " WS-CUSTOMER-NUMBER
                       " ADDED TO ACCOUNT " WS-ACCOUNT-NUMBER "]"
                   MOVE "ACCTREL" TO WS-CHG-FILE-NAME
                   MOVE REL-KEY TO WS-CHG-RECORD-KEY
                   MOVE "A" TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   MOVE RELATION-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
           END-WRITE.

      *> Making a holder primary moves ACCT-CUST-NUMBER to them and
      *> the previous primary becomes a joint holder; the primary
      *> cannot simply be demoted, or the account would have none.
           0200-AMEND-HOLDER.

           PERFORM 0050-READ-ACCOUNT.
           IF WS-ACCT-STATUS = "00" THEN
               PERFORM 0060-READ-CUSTOMER
               IF WS-CUST-STATUS = "00" THEN
                   IF WS-CUSTOMER-NUMBER = WS-PRIMARY-NUMBER THEN
                       PERFORM 0080-ENSURE-PRIMARY-RECORD
                   END-IF
                   PERFORM 0065-READ-RELATION
                   IF WS-REL-STATUS NOT = "00" THEN
                       DISPLAY "[CUSTOMER DOES NOT HOLD THIS "
                           "ACCOUNT]"
                   ELSE
                       PERFORM 0090-NAME-ROLE
                       DISPLAY "[CURRENT ROLE]: " WS-ROLE-NAME
                           " " WS-MANDATE-NAME
                       DISPLAY "[ENTER ROLE (P = PRIMARY, "
                           "J = JOINT, A = ATTORNEY, "
                           "T = TRUST BENEFICIARY)]: "
                       ACCEPT WS-NEW-ROLE
                       EVALUATE TRUE
                           WHEN WS-NEW-ROLE NOT = "P" AND
                                   WS-NEW-ROLE NOT = "J" AND
                                   WS-NEW-ROLE NOT = "A" AND
                                   WS-NEW-ROLE NOT = "T"
                               DISPLAY "[INVALID ROLE]"
                           WHEN REL-IS-PRIMARY AND
                                   WS-NEW-ROLE NOT = "P"
                               DISPLAY "[MAKE ANOTHER HOLDER "
                                   "PRIMARY FIRST]"
                           WHEN OTHER
                               PERFORM 0070-ACCEPT-MANDATE
                               IF WS-MANDATE-OK = "Y" THEN
                                   PERFORM 0210-APPLY-AMENDMENT
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

           0210-APPLY-AMENDMENT.

           IF WS-NEW-ROLE = "P" AND NOT REL-IS-PRIMARY THEN
               IF WS-PRIMARY-NUMBER NOT = ZERO THEN
                   PERFORM 0080-ENSURE-PRIMARY-RECORD
                   MOVE RELATION-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE "J" TO REL-ROLE
                   REWRITE RELATION-RECORD
                   MOVE "ACCTREL" TO WS-CHG-FILE-NAME
                   MOVE REL-KEY TO WS-CHG-RECORD-KEY
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE RELATION-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
               END-IF
               MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-STATUS = "00" THEN
                   MOVE ACCOUNT-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE WS-CUSTOMER-NUMBER TO ACCT-CUST-NUMBER
                   REWRITE ACCOUNT-RECORD
                   MOVE "ACCTMSTR" TO WS-CHG-FILE-NAME
                   MOVE ACCT-NUMBER TO WS-CHG-RECORD-KEY
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE ACCOUNT-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
               ELSE
                   DISPLAY "[ACCOUNT NOT FOUND - PRIMARY HOLDER ON "
                       "ACCOUNT MASTER NOT CHANGED]"
               END-IF
               MOVE WS-CUSTOMER-NUMBER TO WS-PRIMARY-NUMBER
               PERFORM 0065-READ-RELATION
           END-IF.
           MOVE RELATION-RECORD TO WS-CHG-BEFORE-IMAGE.
           MOVE WS-NEW-ROLE TO REL-ROLE.
           MOVE WS-NEW-MANDATE TO REL-MANDATE.
           MOVE WS-NEW-LIMIT TO REL-MANDATE-LIMIT.
           REWRITE RELATION-RECORD.
           MOVE "ACCTREL" TO WS-CHG-FILE-NAME.
           MOVE REL-KEY TO WS-CHG-RECORD-KEY.
           MOVE "C" TO WS-CHG-ACTION.
           MOVE RELATION-RECORD TO WS-CHG-AFTER-IMAGE.
           PERFORM 0980-LOG-CHANGE.
           DISPLAY "[HOLDER AMENDED]".

           0300-REMOVE-HOLDER.

           PERFORM 0050-READ-ACCOUNT.
           IF WS-ACCT-STATUS = "00" THEN
               PERFORM 0060-READ-CUSTOMER
               IF WS-CUST-STATUS = "00" THEN
                   PERFORM 0065-READ-RELATION
                   IF WS-CUSTOMER-NUMBER = WS-PRIMARY-NUMBER THEN
                       DISPLAY "[CANNOT REMOVE THE PRIMARY HOLDER - "
                           "MAKE ANOTHER HOLDER PRIMARY FIRST]"
                   ELSE
                   IF WS-REL-STATUS NOT = "00" THEN
                       DISPLAY "[CUSTOMER DOES NOT HOLD THIS "
                           "ACCOUNT]"
                   ELSE
                       DISPLAY "[CONFIRM REMOVAL OF CUSTOMER "
                           WS-CUSTOMER-NUMBER " FROM ACCOUNT "
                           WS-ACCOUNT-NUMBER " (Y/N)]: "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y" THEN
                           DELETE RELATION-FILE RECORD
                           MOVE "ACCTREL" TO WS-CHG-FILE-NAME
                           MOVE REL-KEY TO WS-CHG-RECORD-KEY
                           MOVE "D" TO WS-CHG-ACTION
                           MOVE RELATION-RECORD TO WS-CHG-BEFORE-IMAGE
                           MOVE SPACES TO WS-CHG-AFTER-IMAGE
                           PERFORM 0980-LOG-CHANGE
                           DISPLAY "[HOLDER REMOVED]"
                       ELSE
                           DISPLAY "[REMOVAL ABANDONED]"
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

           0400-LIST-HOLDERS.

           PERFORM 0050-READ-ACCOUNT.
           IF WS-ACCT-STATUS = "00" THEN
               DISPLAY "[HOLDERS OF ACCOUNT " WS-ACCOUNT-NUMBER "]"
               MOVE ZERO TO WS-HOLDERS-LISTED
               MOVE "N" TO WS-REL-EOF
               MOVE WS-ACCOUNT-NUMBER TO REL-ACCT-NUMBER
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
                                   WS-ACCOUNT-NUMBER THEN
                               MOVE "Y" TO WS-REL-EOF
                           ELSE
                               ADD 1 TO WS-HOLDERS-LISTED
                               PERFORM 0410-SHOW-HOLDER
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-HOLDERS-LISTED = ZERO THEN
                   IF WS-PRIMARY-NUMBER = ZERO THEN
                       DISPLAY "[NO HOLDERS RECORDED]"
                   ELSE
                       MOVE WS-PRIMARY-NUMBER TO CUST-NUMBER
                       READ CUSTOMER-FILE
                           KEY IS CUST-NUMBER
                           INVALID KEY
                               MOVE SPACES TO CUST-NAME
                       END-READ
                       DISPLAY "CUST " WS-PRIMARY-NUMBER " "
                           CUST-NAME " SOLE HOLDER"
                   END-IF
               ELSE
                   DISPLAY "[" WS-HOLDERS-LISTED " HOLDER(S) LISTED]"
               END-IF
           END-IF.

           0410-SHOW-HOLDER.

           MOVE REL-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-FILE
               KEY IS CUST-NUMBER
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
           END-READ.
           PERFORM 0090-NAME-ROLE.
           IF REL-BOTH-TO-SIGN THEN
               MOVE REL-MANDATE-LIMIT TO WS-DISPLAY-VALUE
               DISPLAY "CUST " REL-CUST-NUMBER " " CUST-NAME " "
                   WS-ROLE-NAME " " WS-MANDATE-NAME " ABOVE "
                   WS-DISPLAY-VALUE
           ELSE
               DISPLAY "CUST " REL-CUST-NUMBER " " CUST-NAME " "
                   WS-ROLE-NAME " " WS-MANDATE-NAME
           END-IF.

      *> Accounts owned outright (ACCT-CUST-NUMBER) and those held
      *> through a relationship record.
           0500-LIST-ACCOUNTS-HELD.

           PERFORM 0060-READ-CUSTOMER.
           IF WS-CUST-STATUS = "00" THEN
               DISPLAY "[ACCOUNTS HELD BY CUSTOMER "
                   WS-CUSTOMER-NUMBER "]"
               MOVE ZERO TO WS-ACCTS-LISTED
               MOVE "N" TO WS-ACCT-EOF
               MOVE ZERO TO ACCT-NUMBER
               START ACCOUNT-FILE
                   KEY IS NOT LESS THAN ACCT-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-ACCT-EOF
               END-START
               PERFORM UNTIL WS-ACCT-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ACCT-EOF
                       NOT AT END
                           IF ACCT-CUST-NUMBER = WS-CUSTOMER-NUMBER
                                   THEN
                               ADD 1 TO WS-ACCTS-LISTED
                               DISPLAY "ACCT " ACCT-NUMBER " "
                                   ACCT-PRODUCT-CODE " "
                                   ACCT-CURRENCY-CODE " PRIMARY"
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-REL-EOF
               MOVE WS-CUSTOMER-NUMBER TO REL-CK-CUST-NUMBER
               MOVE ZERO TO REL-CK-ACCT-NUMBER
               START RELATION-FILE
                   KEY IS NOT LESS THAN REL-CUST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-REL-EOF
               END-START
               PERFORM UNTIL WS-REL-EOF = "Y"
                   READ RELATION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-REL-EOF
                       NOT AT END
                           IF REL-CK-CUST-NUMBER NOT =
                                   WS-CUSTOMER-NUMBER THEN
                               MOVE "Y" TO WS-REL-EOF
                           ELSE
                               IF NOT REL-IS-PRIMARY THEN
                                   ADD 1 TO WS-ACCTS-LISTED
                                   PERFORM 0090-NAME-ROLE
                                   DISPLAY "ACCT " REL-ACCT-NUMBER
                                       " " WS-ROLE-NAME " "
                                       WS-MANDATE-NAME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ACCTS-LISTED = ZERO THEN
                   DISPLAY "[NO ACCOUNTS HELD BY CUSTOMER "
                       WS-CUSTOMER-NUMBER "]"
               ELSE
                   DISPLAY "[" WS-ACCTS-LISTED " ACCOUNT(S) LISTED]"
               END-IF
           END-IF.

      *> Every add, change and delete is written to CHGLOG with the
      *> record as it stood before and after. The caller sets the file,
      *> key, action and both images; a second change to the same
      *> record within the same hundredth of a second moves on by one.
           0980-LOG-CHANGE.

      *> PINs and secret codes never go to the log.
           IF WS-CHG-FILE-NAME = "ACCTMSTR" OR
                   WS-CHG-FILE-NAME = "USERMSTR" THEN
               IF WS-CHG-BEFORE-IMAGE NOT = SPACES THEN
                   MOVE "****" TO WS-CHG-BEFORE-IMAGE(7:4)
               END-IF
               IF WS-CHG-AFTER-IMAGE NOT = SPACES THEN
                   MOVE "****" TO WS-CHG-AFTER-IMAGE(7:4)
               END-IF
           END-IF.
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
           MOVE "RELMAINT" TO CH-PROGRAM-NAME.
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

       END PROGRAM RELMAINT.
