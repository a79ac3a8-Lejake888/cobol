       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFLINK AS "STAFFLINK".
      *> HR maintenance of the staff-customer link file. Each link
      *> ties a PEOPLE directory entry, by the operator ID derived
      *> from the name as STAFFSYNC derives it, to a customer who is
      *> that member of staff or a relative of theirs. ACCTMAINT,
      *> CARDMAINT and the CASHMACHINE supervisor override refuse an
      *> operator any account a linked customer holds, and COIREPT
      *> reports operator activity on those accounts each night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEOPLE-FILE ASSIGN TO "PEOPLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEOPLE-STATUS.
           SELECT STAFF-LINK-FILE ASSIGN TO "STAFFCUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               ALTERNATE RECORD KEY IS SL-CUST-KEY
               FILE STATUS IS WS-LINK-STATUS.
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
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEOPLE-FILE.
       01  PEOPLE-RECORD.
           05 PR-NAME              PIC X(70).
           05 PR-AGE                PIC 9(2).
           05 PR-BIRTHDAY           PIC X(10).
       FD  STAFF-LINK-FILE.
       01  STAFF-LINK-RECORD.
           COPY STAFFLNK.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       FD  SECURITY-LOG.
       01  SECLOG-RECORD.
           COPY SECEVENT.
       WORKING-STORAGE SECTION.
      *> Operator IDs are derived from the directory name exactly as
      *> STAFFSYNC derives them, so a link follows the person onto
      *> the operator file.
           01 WS-NAME-PARSE.
               05 FILLER               PIC X(4).
               05 WS-FIRST-NAME        PIC X(32).
               05 FILLER               PIC X.
               05 WS-LAST-NAME         PIC X(32).
               05 FILLER               PIC X.
           01 WS-DERIVED-ID PIC X(6).
           01 WS-PEOPLE-STATUS PIC XX.
           01 WS-LINK-STATUS PIC XX.
           01 WS-CUST-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-PEOPLE-EOF PIC X VALUE "N".
           01 WS-LINK-EOF PIC X VALUE "N".
           01 WS-OPERATOR-ID PIC X(6).
           01 WS-SECRET-CODE PIC 9(4).
           01 WS-SIGNED-ON PIC X VALUE "N".
           01 WS-SIGNON-ATTEMPTS PIC 9 VALUE ZERO.
           01 WS-CHOICE PIC 9.
           01 WS-DONE PIC X VALUE "N".
           01 WS-CONFIRM PIC X.
           01 WS-STAFF-ID PIC X(6).
           01 WS-STAFF-NAME PIC X(40).
           01 WS-CUSTOMER-NUMBER PIC 9(6).
           01 WS-NEW-CONNECTION PIC X.
           01 WS-NEW-RELATIONSHIP PIC X(20).
           01 WS-CONNECTION-NAME PIC X(8).
           01 WS-LINKS-LISTED PIC 9(4) VALUE ZERO.
           01 WS-STAFF-IDX PIC 9(3) VALUE ZERO.
           01 WS-STAFF-COUNT PIC 9(3) VALUE ZERO.
           01 WS-STAFF-FOUND PIC X VALUE "N".
           01 WS-STAFF-TABLE.
               05 WS-STAFF-ENTRY OCCURS 200 TIMES.
                   10 WS-S-DERIVED-ID PIC X(6).
                   10 WS-S-NAME PIC X(40).
           01 WS-CHG-STATUS PIC XX.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-SEC-STATUS PIC XX.
       PROCEDURE DIVISION.
           PERFORM 0020-SUPERVISOR-SIGN-ON.
           PERFORM 0100-LOAD-PEOPLE-TABLE.
           IF WS-STAFF-COUNT = ZERO THEN
               DISPLAY "[NO PEOPLE ON FILE - NOTHING TO LINK]"
               STOP RUN
           END-IF.
           PERFORM 0010-OPEN-LINK-FILE.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "[STAFF-CUSTOMER LINK MAINTENANCE]"
               DISPLAY "(1. LINK STAFF TO CUSTOMER)"
               DISPLAY "(2. REMOVE LINK)"
               DISPLAY "(3. LIST CUSTOMERS LINKED TO STAFF)"
               DISPLAY "(4. LIST STAFF LINKED TO A CUSTOMER)"
               DISPLAY "(5. LIST DIRECTORY)"
               DISPLAY "(6. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 0200-ADD-LINK
                   WHEN 2
                       PERFORM 0300-REMOVE-LINK
                   WHEN 3
                       PERFORM 0400-LIST-STAFF-LINKS
                   WHEN 4
                       PERFORM 0500-LIST-CUSTOMER-LINKS
                   WHEN 5
                       PERFORM 0600-LIST-DIRECTORY
                   WHEN 6
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           CLOSE STAFF-LINK-FILE.
           CLOSE CUSTOMER-FILE.
           STOP RUN.

           0010-OPEN-LINK-FILE.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = "00" THEN
               DISPLAY "[NO CUSTOMER MASTER - RUN CUSTMAINT FIRST]"
               STOP RUN
           END-IF.
           OPEN I-O STAFF-LINK-FILE.
           IF WS-LINK-STATUS = "35" THEN
               OPEN OUTPUT STAFF-LINK-FILE
               CLOSE STAFF-LINK-FILE
               OPEN I-O STAFF-LINK-FILE
           END-IF.

           0020-SUPERVISOR-SIGN-ON.

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
                       AND USER-IS-SUPERVISOR
                       AND WS-SECRET-CODE = USER-SECRET-CODE THEN
                   MOVE "Y" TO WS-SIGNED-ON
                   DISPLAY "[SIGNED ON AS " WS-OPERATOR-ID "]"
               ELSE
                   DISPLAY "[SIGN-ON REJECTED]"
               END-IF
           END-PERFORM.
           CLOSE USER-FILE.
           IF WS-SIGNED-ON NOT = "Y" THEN
               DISPLAY "[SIGN-ON FAILED - SUPERVISOR REQUIRED]"
               STOP RUN
           END-IF.

           0050-DERIVE-OPERATOR-ID.

           MOVE PR-NAME TO WS-NAME-PARSE.
           MOVE SPACES TO WS-DERIVED-ID.
           STRING WS-FIRST-NAME(1:1) WS-LAST-NAME(1:5)
               DELIMITED BY SIZE INTO WS-DERIVED-ID.
           MOVE FUNCTION UPPER-CASE(WS-DERIVED-ID)
               TO WS-DERIVED-ID.

      *> The member of staff is named by their operator ID; it must
      *> belong to someone on the directory.
           0060-GET-STAFF-MEMBER.

           DISPLAY "[ENTER STAFF OPERATOR ID]: ".
           ACCEPT WS-STAFF-ID.
           MOVE FUNCTION UPPER-CASE(WS-STAFF-ID) TO WS-STAFF-ID.
           MOVE "N" TO WS-STAFF-FOUND.
           MOVE SPACES TO WS-STAFF-NAME.
           PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
                   UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
               IF WS-S-DERIVED-ID(WS-STAFF-IDX) = WS-STAFF-ID THEN
                   MOVE "Y" TO WS-STAFF-FOUND
                   MOVE WS-S-NAME(WS-STAFF-IDX) TO WS-STAFF-NAME
               END-IF
           END-PERFORM.
           IF WS-STAFF-FOUND = "Y" THEN
               DISPLAY "[STAFF]: " WS-STAFF-NAME
           ELSE
               DISPLAY "[NO ONE ON THE DIRECTORY HAS OPERATOR ID "
                   WS-STAFF-ID "]"
           END-IF.

           0070-READ-CUSTOMER.

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

           0080-READ-LINK.

           MOVE WS-STAFF-ID TO SL-OPERATOR-ID.
           MOVE WS-CUSTOMER-NUMBER TO SL-CUST-NUMBER.
           READ STAFF-LINK-FILE
               KEY IS SL-KEY
               INVALID KEY
                   CONTINUE
           END-READ.

           0090-NAME-CONNECTION.

           IF SL-IS-SELF THEN
               MOVE "SELF" TO WS-CONNECTION-NAME
           ELSE
               MOVE "RELATIVE" TO WS-CONNECTION-NAME
           END-IF.

           0100-LOAD-PEOPLE-TABLE.

           OPEN INPUT PEOPLE-FILE.
           IF WS-PEOPLE-STATUS = "35" THEN
               MOVE "Y" TO WS-PEOPLE-EOF
           ELSE
               PERFORM UNTIL WS-PEOPLE-EOF = "Y"
                   READ PEOPLE-FILE
                       AT END
                           MOVE "Y" TO WS-PEOPLE-EOF
                       NOT AT END
                           IF WS-STAFF-COUNT < 200 THEN
                               ADD 1 TO WS-STAFF-COUNT
                               PERFORM 0050-DERIVE-OPERATOR-ID
                               MOVE WS-DERIVED-ID TO
                                   WS-S-DERIVED-ID(WS-STAFF-COUNT)
                               MOVE PR-NAME(5:40) TO
                                   WS-S-NAME(WS-STAFF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEOPLE-FILE
           END-IF.

           0200-ADD-LINK.

           PERFORM 0060-GET-STAFF-MEMBER.
      *> No one may link or unlink themselves - a supervisor who
      *> could would be free to act on their own accounts.
           IF WS-STAFF-FOUND = "Y" THEN
               IF WS-STAFF-ID = WS-OPERATOR-ID THEN
                   PERFORM 0990-REFUSE-OWN-LINK
               ELSE
                   PERFORM 0070-READ-CUSTOMER
                   IF WS-CUST-STATUS = "00" THEN
                       PERFORM 0080-READ-LINK
                       IF WS-LINK-STATUS = "00" THEN
                           DISPLAY "[CUSTOMER IS ALREADY LINKED TO "
                               WS-STAFF-ID "]"
                       ELSE
                           DISPLAY "[ENTER CONNECTION (S = THE MEMBER "
                               "OF STAFF, R = A RELATIVE)]: "
                           ACCEPT WS-NEW-CONNECTION
                           EVALUATE WS-NEW-CONNECTION
                               WHEN "S"
                                   MOVE "SELF" TO WS-NEW-RELATIONSHIP
                                   PERFORM 0210-WRITE-LINK
                               WHEN "R"
                                   DISPLAY "[ENTER RELATIONSHIP (E.G. "
                                       "SPOUSE, PARENT, SIBLING)]: "
                                   ACCEPT WS-NEW-RELATIONSHIP
                                   MOVE FUNCTION UPPER-CASE(
                                       WS-NEW-RELATIONSHIP)
                                       TO WS-NEW-RELATIONSHIP
                                   PERFORM 0210-WRITE-LINK
                               WHEN OTHER
                                   DISPLAY "[INVALID CONNECTION]"
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           0210-WRITE-LINK.

           MOVE WS-STAFF-ID TO SL-OPERATOR-ID.
           MOVE WS-CUSTOMER-NUMBER TO SL-CUST-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO SL-CK-CUST-NUMBER.
           MOVE WS-STAFF-ID TO SL-CK-OPERATOR-ID.
           MOVE WS-STAFF-NAME TO SL-STAFF-NAME.
           MOVE WS-NEW-CONNECTION TO SL-CONNECTION.
           MOVE WS-NEW-RELATIONSHIP TO SL-RELATIONSHIP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SL-START-DATE.
           WRITE STAFF-LINK-RECORD
               INVALID KEY
                   DISPLAY "[CUSTOMER IS ALREADY LINKED TO "
                       WS-STAFF-ID "]"
               NOT INVALID KEY
                   DISPLAY "[CUSTOMER " WS-CUSTOMER-NUMBER
                       " LINKED TO " WS-STAFF-ID "]"
                   MOVE "STAFFCUS" TO WS-CHG-FILE-NAME
                   MOVE SL-KEY TO WS-CHG-RECORD-KEY
                   MOVE "A" TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   MOVE STAFF-LINK-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
           END-WRITE.

      *> A link may be removed once the member of staff has left or
      *> the connection has ended. The operator ID need no longer be
      *> on the directory.
           0300-REMOVE-LINK.

           DISPLAY "[ENTER STAFF OPERATOR ID]: ".
           ACCEPT WS-STAFF-ID.
           MOVE FUNCTION UPPER-CASE(WS-STAFF-ID) TO WS-STAFF-ID.
           DISPLAY "[ENTER CUSTOMER NUMBER]: ".
           ACCEPT WS-CUSTOMER-NUMBER.
           PERFORM 0080-READ-LINK.
           IF WS-STAFF-ID = WS-OPERATOR-ID THEN
               PERFORM 0990-REFUSE-OWN-LINK
           ELSE
           IF WS-LINK-STATUS NOT = "00" THEN
               DISPLAY "[NO SUCH LINK]"
           ELSE
               PERFORM 0090-NAME-CONNECTION
               DISPLAY "[" SL-STAFF-NAME " " WS-CONNECTION-NAME " "
                   SL-RELATIONSHIP "]"
               DISPLAY "[CONFIRM REMOVAL OF LINK BETWEEN "
                   WS-STAFF-ID " AND CUSTOMER " WS-CUSTOMER-NUMBER
                   " (Y/N)]: "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" THEN
                   DELETE STAFF-LINK-FILE RECORD
                   MOVE "STAFFCUS" TO WS-CHG-FILE-NAME
                   MOVE SL-KEY TO WS-CHG-RECORD-KEY
                   MOVE "D" TO WS-CHG-ACTION
                   MOVE STAFF-LINK-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE SPACES TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
                   DISPLAY "[LINK REMOVED]"
               ELSE
                   DISPLAY "[REMOVAL ABANDONED]"
               END-IF
           END-IF
           END-IF.

           0400-LIST-STAFF-LINKS.

           DISPLAY "[ENTER STAFF OPERATOR ID]: ".
           ACCEPT WS-STAFF-ID.
           MOVE FUNCTION UPPER-CASE(WS-STAFF-ID) TO WS-STAFF-ID.
           DISPLAY "[CUSTOMERS LINKED TO " WS-STAFF-ID "]".
           MOVE ZERO TO WS-LINKS-LISTED.
           MOVE "N" TO WS-LINK-EOF.
           MOVE WS-STAFF-ID TO SL-OPERATOR-ID.
           MOVE ZERO TO SL-CUST-NUMBER.
           START STAFF-LINK-FILE
               KEY IS NOT LESS THAN SL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINK-EOF
           END-START.
           PERFORM UNTIL WS-LINK-EOF = "Y"
               READ STAFF-LINK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINK-EOF
                   NOT AT END
                       IF SL-OPERATOR-ID NOT = WS-STAFF-ID THEN
                           MOVE "Y" TO WS-LINK-EOF
                       ELSE
                           ADD 1 TO WS-LINKS-LISTED
                           PERFORM 0410-SHOW-LINK
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LINKS-LISTED = ZERO THEN
               DISPLAY "[NO CUSTOMERS LINKED TO " WS-STAFF-ID "]"
           ELSE
               DISPLAY "[" WS-LINKS-LISTED " LINK(S) LISTED]"
           END-IF.

           0410-SHOW-LINK.

           MOVE SL-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-FILE
               KEY IS CUST-NUMBER
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
           END-READ.
           PERFORM 0090-NAME-CONNECTION.
           DISPLAY "CUST " SL-CUST-NUMBER " " CUST-NAME " "
               WS-CONNECTION-NAME " " SL-RELATIONSHIP " SINCE "
               SL-START-DATE.

           0500-LIST-CUSTOMER-LINKS.

           PERFORM 0070-READ-CUSTOMER.
           IF WS-CUST-STATUS = "00" THEN
               DISPLAY "[STAFF LINKED TO CUSTOMER "
                   WS-CUSTOMER-NUMBER "]"
               MOVE ZERO TO WS-LINKS-LISTED
               MOVE "N" TO WS-LINK-EOF
               MOVE WS-CUSTOMER-NUMBER TO SL-CK-CUST-NUMBER
               MOVE LOW-VALUES TO SL-CK-OPERATOR-ID
               START STAFF-LINK-FILE
                   KEY IS NOT LESS THAN SL-CUST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LINK-EOF
               END-START
               PERFORM UNTIL WS-LINK-EOF = "Y"
                   READ STAFF-LINK-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LINK-EOF
                       NOT AT END
                           IF SL-CK-CUST-NUMBER NOT =
                                   WS-CUSTOMER-NUMBER THEN
                               MOVE "Y" TO WS-LINK-EOF
                           ELSE
                               ADD 1 TO WS-LINKS-LISTED
                               PERFORM 0090-NAME-CONNECTION
                               DISPLAY "STAFF " SL-OPERATOR-ID " "
                                   SL-STAFF-NAME " "
                                   WS-CONNECTION-NAME " "
                                   SL-RELATIONSHIP
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LINKS-LISTED = ZERO THEN
                   DISPLAY "[NO STAFF LINKED TO CUSTOMER "
                       WS-CUSTOMER-NUMBER "]"
               ELSE
                   DISPLAY "[" WS-LINKS-LISTED " LINK(S) LISTED]"
               END-IF
           END-IF.

           0600-LIST-DIRECTORY.

           PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
                   UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
               DISPLAY WS-S-DERIVED-ID(WS-STAFF-IDX) " "
                   WS-S-NAME(WS-STAFF-IDX)
           END-PERFORM.
           DISPLAY "[" WS-STAFF-COUNT " PERSON(S) ON DIRECTORY]".

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
           MOVE "STAFFLINK" TO CH-PROGRAM-NAME.
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

      *> The attempt is refused and written to SECLOG for the
      *> security officer.
           0990-REFUSE-OWN-LINK.

           DISPLAY "[YOU CANNOT MAINTAIN YOUR OWN LINKS - ASK ANOTHER "
               "SUPERVISOR]".
           OPEN EXTEND SECURITY-LOG.
           IF WS-SEC-STATUS = "35" THEN
               OPEN OUTPUT SECURITY-LOG
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO SE-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO SE-TIME.
           MOVE ZERO TO SE-ACCT-NUMBER.
           MOVE "OWN STAFF LINK" TO SE-EVENT-TYPE.
           MOVE "REFUSED" TO SE-OUTCOME.
           MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
           MOVE SPACES TO SE-AUTHORISER-ID.
           MOVE ZERO TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.
           CLOSE SECURITY-LOG.

       END PROGRAM STAFFLINK.
