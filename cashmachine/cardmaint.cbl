           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
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
           SELECT STAFF-LINK-FILE ASSIGN TO "STAFFCUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               ALTERNATE RECORD KEY IS SL-CUST-KEY
               FILE STATUS IS WS-LINK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       FD  SECURITY-LOG.
       01  SECLOG-RECORD.
           COPY SECEVENT.
       FD  RELATION-FILE.
       01  RELATION-RECORD.
           COPY RELREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       FD  STAFF-LINK-FILE.
       01  STAFF-LINK-RECORD.
           COPY STAFFLNK.
       WORKING-STORAGE SECTION.
           01 WS-CARD-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-SEC-STATUS PIC XX.
           01 WS-REL-STATUS PIC XX.
           01 WS-REL-EOF PIC X VALUE "N".
           01 WS-LINK-STATUS PIC XX.
           01 WS-STAFF-CONFLICT PIC X VALUE "N".
           01 WS-CONFLICT-ACCT PIC 9(6).
           01 WS-CONFLICT-PRIMARY PIC 9(6).
           01 WS-CONFLICT-CUST PIC 9(6).
           01 WS-HOLDER-NUMBER PIC 9(6).
           01 WS-HOLDER-OK PIC X VALUE "N".
           01 WS-OPERATOR-ID PIC X(6).
           01 WS-SECRET-CODE PIC 9(4).
           01 WS-SIGNED-ON PIC X VALUE "N".
           01 WS-EXPIRY-YRMO PIC 9(6).
           01 WS-SEC-EVENT-TYPE PIC X(16).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-CHG-STATUS PIC XX.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.
           PERFORM 0010-OPEN-CARD-FILE.
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "N" TO WS-STAFF-CONFLICT.
           IF WS-CARD-STATUS NOT = "00" THEN
               DISPLAY "[CARD NOT FOUND]"
           ELSE
               MOVE CARD-ACCT-NUMBER TO WS-CONFLICT-ACCT
               MOVE CARD-CUST-NUMBER TO WS-CONFLICT-PRIMARY
               OPEN INPUT ACCOUNT-FILE
               IF WS-ACCT-STATUS = "00" THEN
                   MOVE CARD-ACCT-NUMBER TO ACCT-NUMBER
                   READ ACCOUNT-FILE
                       KEY IS ACCT-NUMBER
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-ACCT-STATUS = "00" THEN
                       MOVE ACCT-CUST-NUMBER TO WS-CONFLICT-PRIMARY
                   END-IF
                   CLOSE ACCOUNT-FILE
               END-IF
               PERFORM 0990-CHECK-STAFF-CONFLICT
           END-IF.

           0060-LOG-CARD-EVENT.
           MOVE WS-SEC-EVENT-TYPE TO SE-EVENT-TYPE.
           MOVE "SUCCESS" TO SE-OUTCOME.
           MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
           MOVE SPACES TO SE-AUTHORISER-ID.
           MOVE ZERO TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.
           CLOSE SECURITY-LOG.

                   IF WS-ACCT-STATUS NOT = "00" THEN
                       DISPLAY "[ACCOUNT NOT FOUND - CARD NOT "
                           "ISSUED]"
                   ELSE
                   MOVE WS-ACCOUNT-NUMBER TO WS-CONFLICT-ACCT
                   MOVE ACCT-CUST-NUMBER TO WS-CONFLICT-PRIMARY
                   PERFORM 0990-CHECK-STAFF-CONFLICT
                   IF WS-STAFF-CONFLICT = "Y" THEN
                       DISPLAY "[CARD NOT ISSUED]"
                   ELSE
                   PERFORM 0110-GET-CARD-HOLDER
                   IF WS-HOLDER-OK NOT = "Y" THEN
                       DISPLAY "[CUSTOMER DOES NOT HOLD THE ACCOUNT - "
                           "CARD NOT ISSUED]"
                   ELSE
                       DISPLAY "[ENTER EXPIRY (YYYYMM)]: "
                       ACCEPT WS-EXPIRY-YRMO
                       MOVE "A" TO CARD-STATUS
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO CARD-ISSUE-DATE
                       MOVE WS-HOLDER-NUMBER TO CARD-CUST-NUMBER
                       MOVE ZERO TO CARD-REPLACES-NUMBER
                       MOVE ZERO TO CARD-REPLACED-BY-NUMBER
                       MOVE ZERO TO CARD-FIRST-USE-DATE
                       WRITE CARD-RECORD
                           INVALID KEY
                               DISPLAY "[CARD ALREADY EXISTS]"
                               DISPLAY "[CARD " WS-CARD-NUMBER
                                   " ISSUED ON ACCOUNT "
                                   WS-ACCOUNT-NUMBER "]"
                               MOVE "CARDMSTR" TO WS-CHG-FILE-NAME
                               MOVE CARD-NUMBER TO WS-CHG-RECORD-KEY
                               MOVE "A" TO WS-CHG-ACTION
                               MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                               MOVE CARD-RECORD TO WS-CHG-AFTER-IMAGE
                               PERFORM 0980-LOG-CHANGE
                       END-WRITE
                   END-IF
                   END-IF
                   END-IF
                   CLOSE ACCOUNT-FILE
               END-IF
           END-IF.

      *> Each holder of a joint account carries their own card; the
      *> holder must be the primary or hold a relationship that can
      *> sign or enquire on the account.
           0110-GET-CARD-HOLDER.

           MOVE "N" TO WS-HOLDER-OK.
           DISPLAY "[ENTER CARD HOLDER CUSTOMER NUMBER (0 FOR "
               "PRIMARY HOLDER)]: ".
           ACCEPT WS-HOLDER-NUMBER.
           IF WS-HOLDER-NUMBER = ZERO THEN
               MOVE ACCT-CUST-NUMBER TO WS-HOLDER-NUMBER
           END-IF.
           IF WS-HOLDER-NUMBER = ACCT-CUST-NUMBER THEN
               MOVE "Y" TO WS-HOLDER-OK
           ELSE
               OPEN INPUT RELATION-FILE
               IF WS-REL-STATUS = "00" THEN
                   MOVE WS-ACCOUNT-NUMBER TO REL-ACCT-NUMBER
                   MOVE WS-HOLDER-NUMBER TO REL-CUST-NUMBER
                   READ RELATION-FILE
                       KEY IS REL-KEY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-REL-STATUS = "00" THEN
                       MOVE "Y" TO WS-HOLDER-OK
                   END-IF
                   CLOSE RELATION-FILE
               END-IF
           END-IF.

           0200-STOP-CARD.

           PERFORM 0050-READ-CARD.
           IF WS-CARD-STATUS = "00" AND WS-STAFF-CONFLICT = "N" THEN
               MOVE CARD-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE "S" TO CARD-STATUS
               REWRITE CARD-RECORD
               MOVE "CARDMSTR" TO WS-CHG-FILE-NAME
               MOVE CARD-NUMBER TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE CARD-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               MOVE "CARD STOPPED" TO WS-SEC-EVENT-TYPE
               PERFORM 0060-LOG-CARD-EVENT
               DISPLAY "[CARD STOPPED]"
           0300-HOTLIST-CARD.

           PERFORM 0050-READ-CARD.
           IF WS-CARD-STATUS = "00" AND WS-STAFF-CONFLICT = "N" THEN
               MOVE CARD-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE "H" TO CARD-STATUS
               REWRITE CARD-RECORD
               MOVE "CARDMSTR" TO WS-CHG-FILE-NAME
               MOVE CARD-NUMBER TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE CARD-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               MOVE "CARD HOTLISTED" TO WS-SEC-EVENT-TYPE
               PERFORM 0060-LOG-CARD-EVENT
               DISPLAY "[CARD HOT-LISTED - WILL BE CAPTURED ON "
           0400-REACTIVATE-CARD.

           PERFORM 0050-READ-CARD.
           IF WS-CARD-STATUS = "00" AND WS-STAFF-CONFLICT = "N" THEN
               MOVE CARD-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE "A" TO CARD-STATUS
               REWRITE CARD-RECORD
               MOVE "CARDMSTR" TO WS-CHG-FILE-NAME
               MOVE CARD-NUMBER TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE CARD-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               MOVE "CARD REACTIVATED" TO WS-SEC-EVENT-TYPE
               PERFORM 0060-LOG-CARD-EVENT
               DISPLAY "[CARD REACTIVATED]"
           0500-DISPLAY-CARD.

           PERFORM 0050-READ-CARD.
           IF WS-CARD-STATUS = "00" AND WS-STAFF-CONFLICT = "N" THEN
               DISPLAY "[CARD]: " CARD-NUMBER
               DISPLAY "[ACCOUNT]: " CARD-ACCT-NUMBER
               DISPLAY "[CARD HOLDER]: " CARD-CUST-NUMBER
               DISPLAY "[EXPIRY]: " CARD-EXPIRY-YRMO
               DISPLAY "[STATUS]: " CARD-STATUS
               DISPLAY "[ISSUED]: " CARD-ISSUE-DATE
               IF CARD-FIRST-USE-DATE NOT = ZERO THEN
                   DISPLAY "[FIRST USED]: " CARD-FIRST-USE-DATE
               END-IF
               IF CARD-REPLACES-NUMBER NOT = ZERO THEN
                   DISPLAY "[REPLACES CARD]: " CARD-REPLACES-NUMBER
               END-IF
               IF CARD-REPLACED-BY-NUMBER NOT = ZERO THEN
                   DISPLAY "[REPLACED BY CARD]: "
                       CARD-REPLACED-BY-NUMBER
               END-IF
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
           MOVE "CARDMAINT" TO CH-PROGRAM-NAME.
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

      *> No operator may act on an account held by a customer linked
      *> to them on STAFFCUS - themselves or a relative. The primary
      *> holder and every holder on ACCTREL are checked; a refusal is
      *> logged to SECLOG for the compliance review.
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
               DISPLAY "[CUSTOMER " WS-CONFLICT-CUST " IS LINKED TO "
                   "OPERATOR " WS-OPERATOR-ID " - ANOTHER OPERATOR "
                   "MUST ACT ON THIS ACCOUNT]"
               PERFORM 0995-LOG-STAFF-CONFLICT
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

           0995-LOG-STAFF-CONFLICT.

           OPEN EXTEND SECURITY-LOG.
           IF WS-SEC-STATUS = "35" THEN
               OPEN OUTPUT SECURITY-LOG
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO SE-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO SE-TIME.
           MOVE WS-CONFLICT-ACCT TO SE-ACCT-NUMBER.
           MOVE "STAFF CONFLICT" TO SE-EVENT-TYPE.
           MOVE "REFUSED" TO SE-OUTCOME.
           MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
           MOVE SPACES TO SE-AUTHORISER-ID.
           MOVE ZERO TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.
           CLOSE SECURITY-LOG.

       END PROGRAM CARDMAINT.
