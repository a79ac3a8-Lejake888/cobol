       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMAINT AS "MANDMAINT".
      *> Direct debit mandate maintenance. A mandate is the customer's
      *> authority for one originator to collect from one account;
      *> CLEARPOST will only pay a clearing debit against an active
      *> one. Mandates are cancelled, never deleted, so the history of
      *> collections stays on file. Every change is written to CHGLOG
      *> under the account and the first 14 characters of the
      *> originator reference.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MAND-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           COPY MANDREC.
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
           01 WS-MAND-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-MAND-EOF PIC X VALUE "N".
           01 WS-OPERATOR-ID PIC X(6).
           01 WS-SECRET-CODE PIC 9(4).
           01 WS-SIGNED-ON PIC X VALUE "N".
           01 WS-SIGNON-ATTEMPTS PIC 9 VALUE ZERO.
           01 WS-CHOICE PIC 9.
           01 WS-DONE PIC X VALUE "N".
           01 WS-CONFIRM PIC X.
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-ACCOUNT-NUMBER PIC 9(6).
           01 WS-ORIG-REF PIC X(16).
           01 WS-ACCOUNT-OK PIC X VALUE "N".
           01 WS-NEW-AMOUNT PIC 9(7)V9(2).
           01 WS-NEW-FREQUENCY PIC X.
               88 FREQUENCY-IS-VALID VALUE "W" "M" "Q" "A" "V".
           01 WS-NEW-START-DATE PIC 9(8).
           01 WS-START-DATE-INT PIC 9(8).
           01 WS-VALID-INPUT PIC X VALUE "N".
               88 INPUT-IS-VALID VALUE "Y".
           01 WS-MANDATES-LISTED PIC 9(4) VALUE ZERO.
           01 WS-STATE-TEXT PIC X(9).
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
           PERFORM 0010-OPEN-MANDATES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "[DIRECT DEBIT MANDATE MAINTENANCE]"
               DISPLAY "(1. ADD NEW MANDATE)"
               DISPLAY "(2. AMEND MANDATE LIMIT AND FREQUENCY)"
               DISPLAY "(3. CANCEL MANDATE)"
               DISPLAY "(4. LIST MANDATES FOR AN ACCOUNT)"
               DISPLAY "(5. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 0100-ADD-MANDATE
                   WHEN 2
                       PERFORM 0200-AMEND-MANDATE
                   WHEN 3
                       PERFORM 0300-CANCEL-MANDATE
                   WHEN 4
                       PERFORM 0400-LIST-MANDATES
                   WHEN 5
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           CLOSE MANDATE-FILE.
           STOP RUN.

           0010-OPEN-MANDATES.

           OPEN I-O MANDATE-FILE.
           IF WS-MAND-STATUS = "35" THEN
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
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

           0050-READ-MANDATE.

           DISPLAY "[ENTER ACCOUNT NUMBER]: ".
           ACCEPT WS-ACCOUNT-NUMBER.
           DISPLAY "[ENTER ORIGINATOR REFERENCE]: ".
           ACCEPT WS-ORIG-REF.
           MOVE WS-ACCOUNT-NUMBER TO MD-ACCT-NUMBER.
           MOVE WS-ORIG-REF TO MD-ORIG-REF.
           READ MANDATE-FILE
               KEY IS MD-KEY
               INVALID KEY
                   CONTINUE
           END-READ.

           0060-GET-START-DATE.

           MOVE "N" TO WS-VALID-INPUT.
           PERFORM UNTIL INPUT-IS-VALID
               DISPLAY "[ENTER FIRST COLLECTION DATE "
                   "(YYYYMMDD, 0 FOR TODAY)]: "
               ACCEPT WS-NEW-START-DATE
               IF WS-NEW-START-DATE = ZERO THEN
                   MOVE WS-TODAY-DATE TO WS-NEW-START-DATE
               END-IF
               COMPUTE WS-START-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEW-START-DATE)
               IF WS-START-DATE-INT = ZERO THEN
                   DISPLAY "[INVALID DATE]"
               ELSE
                   MOVE "Y" TO WS-VALID-INPUT
               END-IF
           END-PERFORM.

      *> Limit (zero for none) and frequency. The frequency is the
      *> customer's expectation; MANDREPT uses it to judge when a
      *> mandate has gone quiet.
           0070-GET-TERMS.

           DISPLAY "[ENTER MAXIMUM AMOUNT PER COLLECTION "
               "(0 FOR NO LIMIT)]: ".
           ACCEPT WS-NEW-AMOUNT.
           MOVE "N" TO WS-VALID-INPUT.
           PERFORM UNTIL INPUT-IS-VALID
               DISPLAY "[ENTER FREQUENCY (W=WEEKLY M=MONTHLY "
                   "Q=QUARTERLY A=ANNUAL V=VARIABLE)]: "
               ACCEPT WS-NEW-FREQUENCY
               IF FREQUENCY-IS-VALID THEN
                   MOVE "Y" TO WS-VALID-INPUT
               ELSE
                   DISPLAY "[INVALID FREQUENCY]"
               END-IF
           END-PERFORM.

           0080-CHECK-ACCOUNT.

           MOVE "N" TO WS-ACCOUNT-OK.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[NO ACCOUNT MASTER - RUN ACCTMAINT FIRST]"
           ELSE
               MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-STATUS = "00" THEN
                   MOVE "Y" TO WS-ACCOUNT-OK
               ELSE
                   DISPLAY "[ACCOUNT " WS-ACCOUNT-NUMBER
                       " NOT FOUND]"
               END-IF
               CLOSE ACCOUNT-FILE
           END-IF.

      *> A cancelled mandate for the same originator can be set up
      *> again; its collection history is kept.
           0100-ADD-MANDATE.

           MOVE "N" TO WS-ACCOUNT-OK.
           PERFORM 0050-READ-MANDATE.
           IF WS-MAND-STATUS = "00" AND MD-IS-ACTIVE THEN
               DISPLAY "[MANDATE ALREADY ACTIVE]"
           ELSE
               PERFORM 0080-CHECK-ACCOUNT
           END-IF.
           IF WS-MAND-STATUS = "00" AND MD-IS-CANCELLED AND
                   WS-ACCOUNT-OK = "Y" THEN
               DISPLAY "[MANDATE WAS CANCELLED ON " MD-CANCELLED-DATE
                   " - SET UP AGAIN (Y/N)]: "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" THEN
                   MOVE "N" TO WS-ACCOUNT-OK
                   DISPLAY "[ADD ABANDONED]"
               END-IF
           END-IF.
           IF WS-ACCOUNT-OK = "Y" THEN
               PERFORM 0070-GET-TERMS
               PERFORM 0060-GET-START-DATE
               IF WS-MAND-STATUS = "00" THEN
                   PERFORM 0110-REINSTATE-MANDATE
               ELSE
                   PERFORM 0120-WRITE-MANDATE
               END-IF
           END-IF.

           0110-REINSTATE-MANDATE.

           MOVE MANDATE-RECORD TO WS-CHG-BEFORE-IMAGE.
           MOVE WS-NEW-AMOUNT TO MD-MAX-AMOUNT.
           MOVE WS-NEW-FREQUENCY TO MD-FREQUENCY.
           MOVE WS-NEW-START-DATE TO MD-START-DATE.
           MOVE "A" TO MD-STATUS.
           MOVE WS-TODAY-DATE TO MD-CREATED-DATE.
           MOVE WS-OPERATOR-ID TO MD-CREATED-BY.
           MOVE ZERO TO MD-CANCELLED-DATE.
           MOVE SPACES TO MD-CANCELLED-BY.
           REWRITE MANDATE-RECORD.
           MOVE "MANDATE" TO WS-CHG-FILE-NAME.
           MOVE MD-KEY TO WS-CHG-RECORD-KEY.
           MOVE "C" TO WS-CHG-ACTION.
           MOVE MANDATE-RECORD TO WS-CHG-AFTER-IMAGE.
           PERFORM 0980-LOG-CHANGE.
           DISPLAY "[MANDATE SET UP AGAIN]".

           0120-WRITE-MANDATE.

           MOVE WS-ACCOUNT-NUMBER TO MD-ACCT-NUMBER.
           MOVE WS-ORIG-REF TO MD-ORIG-REF.
           MOVE WS-NEW-AMOUNT TO MD-MAX-AMOUNT.
           MOVE WS-NEW-FREQUENCY TO MD-FREQUENCY.
           MOVE WS-NEW-START-DATE TO MD-START-DATE.
           MOVE "A" TO MD-STATUS.
           MOVE WS-TODAY-DATE TO MD-CREATED-DATE.
           MOVE WS-OPERATOR-ID TO MD-CREATED-BY.
           MOVE ZERO TO MD-CANCELLED-DATE.
           MOVE SPACES TO MD-CANCELLED-BY.
           MOVE ZERO TO MD-FIRST-COLLECT-DATE.
           MOVE ZERO TO MD-FIRST-COLLECT-AMOUNT.
           MOVE ZERO TO MD-LAST-COLLECT-DATE.
           MOVE ZERO TO MD-LAST-COLLECT-AMOUNT.
           MOVE ZERO TO MD-COLLECT-COUNT.
           WRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "[MANDATE ALREADY EXISTS]"
               NOT INVALID KEY
                   DISPLAY "[MANDATE ADDED FOR ACCOUNT "
                       WS-ACCOUNT-NUMBER "]"
                   MOVE "MANDATE" TO WS-CHG-FILE-NAME
                   MOVE MD-KEY TO WS-CHG-RECORD-KEY
                   MOVE "A" TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   MOVE MANDATE-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
           END-WRITE.

           0200-AMEND-MANDATE.

           PERFORM 0050-READ-MANDATE.
           IF WS-MAND-STATUS NOT = "00" THEN
               DISPLAY "[MANDATE NOT FOUND]"
           ELSE
               IF NOT MD-IS-ACTIVE THEN
                   DISPLAY "[MANDATE IS CANCELLED]"
               ELSE
                   MOVE MANDATE-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE MD-MAX-AMOUNT TO WS-DISPLAY-VALUE
                   DISPLAY "[CURRENT LIMIT]: " WS-DISPLAY-VALUE
                       " [FREQUENCY]: " MD-FREQUENCY
                   PERFORM 0070-GET-TERMS
                   MOVE WS-NEW-AMOUNT TO MD-MAX-AMOUNT
                   MOVE WS-NEW-FREQUENCY TO MD-FREQUENCY
                   REWRITE MANDATE-RECORD
                   MOVE "MANDATE" TO WS-CHG-FILE-NAME
                   MOVE MD-KEY TO WS-CHG-RECORD-KEY
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE MANDATE-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
                   DISPLAY "[MANDATE AMENDED]"
               END-IF
           END-IF.

           0300-CANCEL-MANDATE.

           PERFORM 0050-READ-MANDATE.
           IF WS-MAND-STATUS NOT = "00" THEN
               DISPLAY "[MANDATE NOT FOUND]"
           ELSE
               IF NOT MD-IS-ACTIVE THEN
                   DISPLAY "[MANDATE ALREADY CANCELLED ON "
                       MD-CANCELLED-DATE "]"
               ELSE
                   DISPLAY "[LAST COLLECTED]: " MD-LAST-COLLECT-DATE
                   DISPLAY "[CONFIRM CANCEL OF MANDATE " MD-ORIG-REF
                       " ON ACCOUNT " MD-ACCT-NUMBER " (Y/N)]: "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" THEN
                       MOVE MANDATE-RECORD TO WS-CHG-BEFORE-IMAGE
                       MOVE "C" TO MD-STATUS
                       MOVE WS-TODAY-DATE TO MD-CANCELLED-DATE
                       MOVE WS-OPERATOR-ID TO MD-CANCELLED-BY
                       REWRITE MANDATE-RECORD
                       MOVE "MANDATE" TO WS-CHG-FILE-NAME
                       MOVE MD-KEY TO WS-CHG-RECORD-KEY
                       MOVE "C" TO WS-CHG-ACTION
                       MOVE MANDATE-RECORD TO WS-CHG-AFTER-IMAGE
                       PERFORM 0980-LOG-CHANGE
                       DISPLAY "[MANDATE CANCELLED]"
                   ELSE
                       DISPLAY "[CANCEL ABANDONED]"
                   END-IF
               END-IF
           END-IF.

           0400-LIST-MANDATES.

           DISPLAY "[ENTER ACCOUNT NUMBER]: ".
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE ZERO TO WS-MANDATES-LISTED.
           MOVE "N" TO WS-MAND-EOF.
           MOVE WS-ACCOUNT-NUMBER TO MD-ACCT-NUMBER.
           MOVE LOW-VALUES TO MD-ORIG-REF.
           START MANDATE-FILE
               KEY IS NOT LESS THAN MD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MAND-EOF
           END-START.
           PERFORM UNTIL WS-MAND-EOF = "Y"
               READ MANDATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MAND-EOF
                   NOT AT END
                       IF MD-ACCT-NUMBER NOT = WS-ACCOUNT-NUMBER THEN
                           MOVE "Y" TO WS-MAND-EOF
                       ELSE
                           ADD 1 TO WS-MANDATES-LISTED
                           PERFORM 0450-SHOW-MANDATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MANDATES-LISTED = ZERO THEN
               DISPLAY "[NO MANDATES FOUND FOR ACCOUNT "
                   WS-ACCOUNT-NUMBER "]"
           ELSE
               DISPLAY "[" WS-MANDATES-LISTED " MANDATE(S) LISTED]"
           END-IF.

           0450-SHOW-MANDATE.

           IF MD-IS-ACTIVE THEN
               MOVE "ACTIVE" TO WS-STATE-TEXT
           ELSE
               MOVE "CANCELLED" TO WS-STATE-TEXT
           END-IF.
           MOVE MD-MAX-AMOUNT TO WS-DISPLAY-VALUE.
           DISPLAY MD-ORIG-REF " " WS-STATE-TEXT " LIMIT "
               WS-DISPLAY-VALUE " FREQ " MD-FREQUENCY
               " FROM " MD-START-DATE.
           MOVE MD-LAST-COLLECT-AMOUNT TO WS-DISPLAY-VALUE.
           DISPLAY "    " MD-COLLECT-COUNT " COLLECTION(S), LAST "
               MD-LAST-COLLECT-DATE " " WS-DISPLAY-VALUE.

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
           MOVE "MANDMAINT" TO CH-PROGRAM-NAME.
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

       END PROGRAM MANDMAINT.
