       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTAUTH AS "ACCTAUTH".
      *> Second-supervisor authorisation of the account changes that
      *> ACCTMAINT holds back on PENDAUTH - overdraft and daily limits
      *> raised above the AUTHPARM thresholds, and every unlock. Items
      *> are offered oldest first; a supervisor is never offered the
      *> changes they asked for themselves. Approval applies the change
      *> to ACCTMSTR. Both operator IDs go to SECLOG whichever way the
      *> decision goes. Anything found past its expiry date is expired
      *> here rather than offered. Nor is a supervisor offered an item
      *> on an account held by a customer linked to them on STAFFCUS;
      *> it stays pending for another supervisor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PENDING-FILE ASSIGN TO "PENDAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               ALTERNATE RECORD KEY IS PA-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-PEND-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT STAFF-LINK-FILE ASSIGN TO "STAFFCUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               ALTERNATE RECORD KEY IS SL-CUST-KEY
               FILE STATUS IS WS-LINK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY PENDREC.
       FD  SECURITY-LOG.
       01  SECLOG-RECORD.
           COPY SECEVENT.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       FD  RELATION-FILE.
       01  RELATION-RECORD.
           COPY RELREC.
       FD  STAFF-LINK-FILE.
       01  STAFF-LINK-RECORD.
           COPY STAFFLNK.
       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-PEND-STATUS PIC XX.
           01 WS-SEC-STATUS PIC XX.
           01 WS-PEND-EOF PIC X VALUE "N".
           01 WS-OPERATOR-ID PIC X(6).
           01 WS-SECRET-CODE PIC 9(4).
           01 WS-SIGNED-ON PIC X VALUE "N".
           01 WS-SIGNON-ATTEMPTS PIC 9 VALUE ZERO.
           01 WS-DECISION PIC X.
           01 WS-CONFIRM PIC X.
           01 WS-QUIT PIC X VALUE "N".
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-CURRENT-VALUE PIC 9(7)V9(2).
           01 WS-CHANGE-NAME PIC X(16).
           01 WS-ITEMS-APPROVED PIC 9(4) VALUE ZERO.
           01 WS-ITEMS-REJECTED PIC 9(4) VALUE ZERO.
           01 WS-ITEMS-EXPIRED PIC 9(4) VALUE ZERO.
           01 WS-ITEMS-SKIPPED PIC 9(4) VALUE ZERO.
           01 WS-OWN-ITEMS PIC 9(4) VALUE ZERO.
           01 WS-CONFLICT-ITEMS PIC 9(4) VALUE ZERO.
           01 WS-REL-STATUS PIC XX.
           01 WS-REL-EOF PIC X VALUE "N".
           01 WS-LINK-STATUS PIC XX.
           01 WS-STAFF-CONFLICT PIC X VALUE "N".
           01 WS-CONFLICT-ACCT PIC 9(6).
           01 WS-CONFLICT-PRIMARY PIC 9(6).
           01 WS-CONFLICT-CUST PIC 9(6).
           01 WS-SEC-EVENT-TYPE PIC X(16).
           01 WS-SEC-OUTCOME PIC X(8).
           01 WS-SEC-AUTHORISER-ID PIC X(6).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-DISPLAY-VALUE PIC ---,---,---,---,---,--9.99.
           01 WS-CHG-STATUS PIC XX.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           OPEN I-O PENDING-FILE.
           IF WS-PEND-STATUS NOT = "00" THEN
               DISPLAY "[NOTHING AWAITING AUTHORISATION]"
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[NO ACCOUNT MASTER - RUN ACCTMAINT FIRST]"
               CLOSE PENDING-FILE
               STOP RUN
           END-IF.

           DISPLAY "[ACCOUNT CHANGE AUTHORISATION]".
           MOVE "N" TO WS-PEND-EOF.
           PERFORM UNTIL WS-PEND-EOF = "Y" OR WS-QUIT = "Y"
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PEND-EOF
                   NOT AT END
                       IF PA-IS-PENDING THEN
                           PERFORM 0100-REVIEW-PENDING-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE.
           CLOSE PENDING-FILE.

           DISPLAY "[" WS-ITEMS-APPROVED " APPROVED, "
               WS-ITEMS-REJECTED " REJECTED, "
               WS-ITEMS-EXPIRED " EXPIRED, "
               WS-ITEMS-SKIPPED " SKIPPED]".
           IF WS-OWN-ITEMS > ZERO THEN
               DISPLAY "[" WS-OWN-ITEMS " OF YOUR OWN REQUEST(S) NEED "
                   "ANOTHER SUPERVISOR]"
           END-IF.
           IF WS-CONFLICT-ITEMS > ZERO THEN
               DISPLAY "[" WS-CONFLICT-ITEMS " ITEM(S) ON ACCOUNTS "
                   "LINKED TO YOU NEED ANOTHER SUPERVISOR]"
           END-IF.
           STOP RUN.

      *> Only a supervisor may authorise, and ACCTMAINT's maker is
      *> kept away from their own items in 0100 below.
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

           0100-REVIEW-PENDING-ITEM.

           EVALUATE TRUE
               WHEN PA-IS-OVERDRAFT
                   MOVE "OVERDRAFT LIMIT" TO WS-CHANGE-NAME
               WHEN PA-IS-DAILY-LIMIT
                   MOVE "DAILY LIMIT" TO WS-CHANGE-NAME
               WHEN OTHER
                   MOVE "UNLOCK" TO WS-CHANGE-NAME
           END-EVALUATE.
           IF PA-EXPIRY-DATE < WS-TODAY-DATE THEN
               PERFORM 0200-EXPIRE-ITEM
           ELSE
               IF PA-MAKER-ID = WS-OPERATOR-ID THEN
                   ADD 1 TO WS-OWN-ITEMS
               ELSE
                   PERFORM 0120-CHECK-ITEM-CONFLICT
               END-IF
               IF PA-MAKER-ID NOT = WS-OPERATOR-ID
                       AND WS-STAFF-CONFLICT = "N" THEN
                   PERFORM 0110-SHOW-ITEM
                   DISPLAY "[(A)PPROVE, (R)EJECT, (S)KIP OR (Q)UIT]: "
                   ACCEPT WS-DECISION
                   EVALUATE WS-DECISION
                       WHEN "A"
                           PERFORM 0300-APPROVE-ITEM
                       WHEN "R"
                           PERFORM 0400-REJECT-ITEM
                       WHEN "Q"
                           MOVE "Y" TO WS-QUIT
                       WHEN OTHER
                           ADD 1 TO WS-ITEMS-SKIPPED
                   END-EVALUATE
               END-IF
           END-IF.

           0110-SHOW-ITEM.

           DISPLAY "[ACCOUNT]: " PA-ACCT-NUMBER
               "  [CHANGE]: " WS-CHANGE-NAME.
           DISPLAY "[REQUESTED BY]: " PA-MAKER-ID
               "  [ON]: " PA-REQ-DATE " " PA-REQ-TIME
               "  [EXPIRES]: " PA-EXPIRY-DATE.
           IF NOT PA-IS-UNLOCK THEN
               MOVE PA-OLD-VALUE TO WS-DISPLAY-VALUE
               DISPLAY "[FROM]: " WS-DISPLAY-VALUE
               MOVE PA-NEW-VALUE TO WS-DISPLAY-VALUE
               DISPLAY "[TO]: " WS-DISPLAY-VALUE
           END-IF.

      *> The holders are taken from the account as it stands now, so
      *> a link or joint holder added since the request still counts.
      *> The refusal goes to SECLOG with the supervisor as authoriser.
           0120-CHECK-ITEM-CONFLICT.

           MOVE PA-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE PA-ACCT-NUMBER TO WS-CONFLICT-ACCT.
           IF WS-ACCT-STATUS = "00" THEN
               MOVE ACCT-CUST-NUMBER TO WS-CONFLICT-PRIMARY
           ELSE
               MOVE ZERO TO WS-CONFLICT-PRIMARY
           END-IF.
           PERFORM 0990-CHECK-STAFF-CONFLICT.
           IF WS-STAFF-CONFLICT = "Y" THEN
               MOVE "STAFF CONFLICT" TO WS-SEC-EVENT-TYPE
               MOVE "REFUSED" TO WS-SEC-OUTCOME
               MOVE WS-OPERATOR-ID TO WS-SEC-AUTHORISER-ID
               PERFORM 0900-LOG-SECURITY-EVENT
               ADD 1 TO WS-CONFLICT-ITEMS
           END-IF.

           0200-EXPIRE-ITEM.

           MOVE "E" TO PA-STATUS.
           MOVE SPACES TO PA-CHECKER-ID.
           PERFORM 0500-STAMP-DECISION.
           MOVE "AUTH EXPIRED" TO WS-SEC-EVENT-TYPE.
           MOVE "EXPIRED" TO WS-SEC-OUTCOME.
           MOVE SPACES TO WS-SEC-AUTHORISER-ID.
           PERFORM 0900-LOG-SECURITY-EVENT.
           ADD 1 TO WS-ITEMS-EXPIRED.
           DISPLAY "[" WS-CHANGE-NAME " FOR ACCOUNT " PA-ACCT-NUMBER
               " EXPIRED ON " PA-EXPIRY-DATE "]".

      *> The account is re-read at the moment of approval. A limit that
      *> has moved since the request was raised is shown and must be
      *> confirmed again before it is overwritten.
           0300-APPROVE-ITEM.

           MOVE PA-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[ACCOUNT NO LONGER ON FILE - CHANGE REJECTED]"
               PERFORM 0400-REJECT-ITEM
           ELSE
               MOVE "Y" TO WS-CONFIRM
               EVALUATE TRUE
                   WHEN PA-IS-OVERDRAFT
                       MOVE ACCT-OVERDRAFT-LIMIT TO WS-CURRENT-VALUE
                   WHEN PA-IS-DAILY-LIMIT
                       MOVE ACCT-DAILY-LIMIT TO WS-CURRENT-VALUE
                   WHEN OTHER
                       MOVE ZERO TO WS-CURRENT-VALUE
               END-EVALUATE
               IF WS-CURRENT-VALUE NOT = PA-OLD-VALUE THEN
                   MOVE WS-CURRENT-VALUE TO WS-DISPLAY-VALUE
                   DISPLAY "[LIMIT HAS CHANGED SINCE THE REQUEST - NOW "
                       WS-DISPLAY-VALUE "]"
                   DISPLAY "[APPROVE ANYWAY? (Y/N)]: "
                   ACCEPT WS-CONFIRM
               END-IF
               IF WS-CONFIRM NOT = "Y" THEN
                   ADD 1 TO WS-ITEMS-SKIPPED
               ELSE
                   MOVE ACCOUNT-RECORD TO WS-CHG-BEFORE-IMAGE
                   EVALUATE TRUE
                       WHEN PA-IS-OVERDRAFT
                           MOVE PA-NEW-VALUE TO ACCT-OVERDRAFT-LIMIT
                       WHEN PA-IS-DAILY-LIMIT
                           MOVE PA-NEW-VALUE TO ACCT-DAILY-LIMIT
                       WHEN OTHER
                           MOVE "N" TO ACCT-LOCKED-FLAG
                   END-EVALUATE
                   REWRITE ACCOUNT-RECORD
                   MOVE "ACCTMSTR" TO WS-CHG-FILE-NAME
                   MOVE ACCT-NUMBER TO WS-CHG-RECORD-KEY
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE ACCOUNT-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
                   MOVE "A" TO PA-STATUS
                   MOVE WS-OPERATOR-ID TO PA-CHECKER-ID
                   PERFORM 0500-STAMP-DECISION
                   MOVE "AUTH APPROVED" TO WS-SEC-EVENT-TYPE
                   MOVE "SUCCESS" TO WS-SEC-OUTCOME
                   MOVE WS-OPERATOR-ID TO WS-SEC-AUTHORISER-ID
                   PERFORM 0900-LOG-SECURITY-EVENT
                   IF PA-IS-UNLOCK THEN
                       MOVE "OVERRIDE UNLOCK" TO WS-SEC-EVENT-TYPE
                       PERFORM 0900-LOG-SECURITY-EVENT
                   END-IF
                   ADD 1 TO WS-ITEMS-APPROVED
                   DISPLAY "[" WS-CHANGE-NAME " APPLIED TO ACCOUNT "
                       PA-ACCT-NUMBER "]"
               END-IF
           END-IF.

           0400-REJECT-ITEM.

           MOVE "R" TO PA-STATUS.
           MOVE WS-OPERATOR-ID TO PA-CHECKER-ID.
           PERFORM 0500-STAMP-DECISION.
           MOVE "AUTH REJECTED" TO WS-SEC-EVENT-TYPE.
           MOVE "REJECTED" TO WS-SEC-OUTCOME.
           MOVE WS-OPERATOR-ID TO WS-SEC-AUTHORISER-ID.
           PERFORM 0900-LOG-SECURITY-EVENT.
           ADD 1 TO WS-ITEMS-REJECTED.
           DISPLAY "[" WS-CHANGE-NAME " FOR ACCOUNT " PA-ACCT-NUMBER
               " REJECTED]".

           0500-STAMP-DECISION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO PA-DECISION-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO PA-DECISION-TIME.
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "[PENDING ITEM COULD NOT BE UPDATED]"
           END-REWRITE.

           0900-LOG-SECURITY-EVENT.

           OPEN EXTEND SECURITY-LOG.
           IF WS-SEC-STATUS = "35" THEN
               OPEN OUTPUT SECURITY-LOG
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO SE-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO SE-TIME.
           MOVE PA-ACCT-NUMBER TO SE-ACCT-NUMBER.
           MOVE WS-SEC-EVENT-TYPE TO SE-EVENT-TYPE.
           MOVE WS-SEC-OUTCOME TO SE-OUTCOME.
           MOVE PA-MAKER-ID TO SE-OPERATOR-ID.
           MOVE WS-SEC-AUTHORISER-ID TO SE-AUTHORISER-ID.
           MOVE ZERO TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.
           CLOSE SECURITY-LOG.

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
           MOVE "ACCTAUTH" TO CH-PROGRAM-NAME.
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

      *> No supervisor may decide a change on an account held by a
      *> customer linked to them on STAFFCUS - themselves or a
      *> relative. The primary holder and every holder on ACCTREL are
      *> checked.
           0990-CHECK-STAFF-CONFLICT.

           MOVE "N" TO WS-STAFF-CONFLICT.
           OPEN INPUT STAFF-LINK-FILE.
           IF WS-LINK-STATUS = "00" THEN
               MOVE WS-CONFLICT-PRIMARY TO WS-CONFLICT-CUST
               PERFORM 0991-CHECK-STAFF-LINK
               OPEN INPUT RELATION-FILE
               IF WS-REL-STATUS = "00" THEN
                   MOVE "N" TO WS-REL-EOF
                   MOVE WS-CONFLICT-ACCT TO REL-ACCT-NUMBER
                   MOVE ZERO TO REL-CUST-NUMBER
                   START RELATION-FILE
                       KEY IS NOT LESS THAN REL-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-REL-EOF
                   END-START
                   PERFORM UNTIL WS-REL-EOF = "Y"
                           OR WS-STAFF-CONFLICT = "Y"
                       READ RELATION-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-REL-EOF
                           NOT AT END
                               IF REL-ACCT-NUMBER NOT =
                                       WS-CONFLICT-ACCT THEN
                                   MOVE "Y" TO WS-REL-EOF
                               ELSE
                                   MOVE REL-CUST-NUMBER TO
                                       WS-CONFLICT-CUST
                                   PERFORM 0991-CHECK-STAFF-LINK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELATION-FILE
               END-IF
               CLOSE STAFF-LINK-FILE
           END-IF.
           IF WS-STAFF-CONFLICT = "Y" THEN
               DISPLAY "[ACCOUNT " WS-CONFLICT-ACCT " IS HELD BY "
                   "CUSTOMER " WS-CONFLICT-CUST " LINKED TO "
                   WS-OPERATOR-ID " - ITEM LEFT FOR ANOTHER "
                   "SUPERVISOR]"
           END-IF.

           0991-CHECK-STAFF-LINK.

           IF WS-CONFLICT-CUST NOT = ZERO THEN
               MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
               MOVE WS-CONFLICT-CUST TO SL-CUST-NUMBER
               READ STAFF-LINK-FILE
                   KEY IS SL-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-LINK-STATUS = "00" THEN
                   MOVE "Y" TO WS-STAFF-CONFLICT
               END-IF
           END-IF.

       END PROGRAM ACCTAUTH.
