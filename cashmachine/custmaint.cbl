               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-OPERATOR-ID
               FILE STATUS IS WS-USER-STATUS.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  RELATION-FILE.
       01  RELATION-RECORD.
           COPY RELREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       WORKING-STORAGE SECTION.
           01 WS-CUST-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-REL-STATUS PIC XX.
           01 WS-REL-EOF PIC X VALUE "N".
           01 WS-HAS-HOLDERS PIC X VALUE "N".
           01 WS-OPERATOR-ID PIC X(6).
           01 WS-SECRET-CODE PIC 9(4).
           01 WS-SIGNED-ON PIC X VALUE "N".
           01 WS-ACCT-EOF PIC X VALUE "N".
           01 WS-ACCTS-LISTED PIC 9(4) VALUE ZERO.
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
           PERFORM 0010-OPEN-CUSTOMER-FILE.
                   NOT INVALID KEY
                       DISPLAY "[CUSTOMER " WS-CUSTOMER-NUMBER
                           " ADDED]"
                       MOVE "CUSTMSTR" TO WS-CHG-FILE-NAME
                       MOVE CUST-NUMBER TO WS-CHG-RECORD-KEY
                       MOVE "A" TO WS-CHG-ACTION
                       MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                       MOVE CUSTOMER-RECORD TO WS-CHG-AFTER-IMAGE
                       PERFORM 0980-LOG-CHANGE
               END-WRITE
           END-IF.


           PERFORM 0050-READ-CUSTOMER.
           IF WS-CUST-STATUS = "00" THEN
               MOVE CUSTOMER-RECORD TO WS-CHG-BEFORE-IMAGE
               DISPLAY "[CURRENT NAME]: " CUST-NAME
               DISPLAY "[ENTER CUSTOMER NAME]: "
               ACCEPT CUST-NAME
               DISPLAY "[ENTER POSTCODE]: "
               ACCEPT CUST-POSTCODE
               REWRITE CUSTOMER-RECORD
               MOVE "CUSTMSTR" TO WS-CHG-FILE-NAME
               MOVE CUST-NUMBER TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE CUSTOMER-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               DISPLAY "[CUSTOMER AMENDED]"
           END-IF.

                   IF WS-ACCT-STATUS NOT = "00" THEN
                       DISPLAY "[ACCOUNT NOT FOUND]"
                   ELSE
                   PERFORM 0410-CHECK-RECORDED-HOLDERS
                   IF WS-HAS-HOLDERS = "Y" THEN
                       DISPLAY "[ACCOUNT HAS SEVERAL HOLDERS - CHANGE "
                           "THE PRIMARY HOLDER IN RELMAINT]"
                   ELSE
                       MOVE ACCOUNT-RECORD TO WS-CHG-BEFORE-IMAGE
                       MOVE WS-CUSTOMER-NUMBER TO ACCT-CUST-NUMBER
                       REWRITE ACCOUNT-RECORD
                       MOVE "ACCTMSTR" TO WS-CHG-FILE-NAME
                       MOVE ACCT-NUMBER TO WS-CHG-RECORD-KEY
                       MOVE "C" TO WS-CHG-ACTION
                       MOVE ACCOUNT-RECORD TO WS-CHG-AFTER-IMAGE
                       PERFORM 0980-LOG-CHANGE
                       DISPLAY "[ACCOUNT " WS-ACCOUNT-NUMBER
                           " LINKED TO CUSTOMER " WS-CUSTOMER-NUMBER
                           "]"
                   END-IF
                   END-IF
                   CLOSE ACCOUNT-FILE
               END-IF
           END-IF.

      *> Once an account has relationship records the primary holder
      *> is kept in step with them by RELMAINT.
           0410-CHECK-RECORDED-HOLDERS.

           MOVE "N" TO WS-HAS-HOLDERS.
           OPEN INPUT RELATION-FILE.
           IF WS-REL-STATUS = "00" THEN
               MOVE WS-ACCOUNT-NUMBER TO REL-ACCT-NUMBER
               MOVE ZERO TO REL-CUST-NUMBER
               START RELATION-FILE
                   KEY IS NOT LESS THAN REL-KEY
                   INVALID KEY
                       MOVE "10" TO WS-REL-STATUS
               END-START
               IF WS-REL-STATUS = "00" THEN
                   READ RELATION-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REL-ACCT-NUMBER = WS-ACCOUNT-NUMBER THEN
                               MOVE "Y" TO WS-HAS-HOLDERS
                           END-IF
                   END-READ
               END-IF
               CLOSE RELATION-FILE
           END-IF.

           0500-LIST-ACCOUNTS.

           PERFORM 0050-READ-CUSTOMER.
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM 0510-LIST-HELD-ACCOUNTS
                   CLOSE ACCOUNT-FILE
               END-IF
               IF WS-ACCTS-LISTED = ZERO THEN
               END-IF
           END-IF.

      *> Accounts held jointly, under a power of attorney or as a
      *> trust beneficiary, from the relationship file.
           0510-LIST-HELD-ACCOUNTS.

           OPEN INPUT RELATION-FILE.
           IF WS-REL-STATUS = "00" THEN
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
                                   PERFORM 0520-SHOW-HELD-ACCOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELATION-FILE
           END-IF.

           0520-SHOW-HELD-ACCOUNT.

           MOVE REL-CK-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS = "00" AND
                   ACCT-CUST-NUMBER NOT = WS-CUSTOMER-NUMBER THEN
               ADD 1 TO WS-ACCTS-LISTED
               MOVE ACCT-BALANCE TO WS-DISPLAY-VALUE
               DISPLAY "ACCT " ACCT-NUMBER
                   " " ACCT-PRODUCT-CODE
                   " " ACCT-CURRENCY-CODE
                   " BAL " WS-DISPLAY-VALUE
                   " ROLE " REL-ROLE
                   " MANDATE " REL-MANDATE
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
           MOVE "CUSTMAINT" TO CH-PROGRAM-NAME.
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

       END PROGRAM CUSTMAINT.
