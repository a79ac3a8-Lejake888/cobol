       IDENTIFICATION DIVISION.
       PROGRAM-ID. COIREPT AS "COIREPT".
      *> Daily staff conflict-of-interest report for compliance. Every
      *> account held by a customer linked on STAFFCUS to a member of
      *> staff - as primary holder or through ACCTREL - is matched
      *> against the day's SECLOG events and TRANMSTR postings. Any
      *> event raised or authorised, or posting keyed, by the linked
      *> operator on such an account is listed, refusals included,
      *> as is any event naming the linked customer themselves.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFF-LINK-FILE ASSIGN TO "STAFFCUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               ALTERNATE RECORD KEY IS SL-CUST-KEY
               FILE STATUS IS WS-LINK-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT TRAN-MASTER ASSIGN TO "TRANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-REF-NUMBER
               ALTERNATE RECORD KEY IS TM-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT COI-REPORT ASSIGN TO "COIREPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STAFF-LINK-FILE.
       01  STAFF-LINK-RECORD.
           COPY STAFFLNK.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  RELATION-FILE.
       01  RELATION-RECORD.
           COPY RELREC.
       FD  SECURITY-LOG.
       01  SECLOG-RECORD.
           COPY SECEVENT.
       FD  TRAN-MASTER.
       01  TRAN-MASTER-RECORD.
           COPY TRANMREC.
       FD  COI-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-LINK-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-REL-STATUS PIC XX.
           01 WS-SEC-STATUS PIC XX.
           01 WS-TM-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-LINK-EOF PIC X VALUE "N".
           01 WS-ACCT-EOF PIC X VALUE "N".
           01 WS-REL-EOF PIC X VALUE "N".
           01 WS-SEC-EOF PIC X VALUE "N".
           01 WS-TM-EOF PIC X VALUE "N".
           01 WS-REPORT-DATE PIC 9(8).
           01 WS-FIRST-REF PIC 9(12).
           01 WS-LAST-REF PIC 9(12).
      *> Staff-customer links on file.
           01 WS-LINK-IDX PIC 9(4) VALUE ZERO.
           01 WS-LINK-COUNT PIC 9(4) VALUE ZERO.
           01 WS-LINK-TABLE.
               05 WS-LINK-ENTRY OCCURS 500 TIMES.
                   10 WS-L-OPERATOR-ID PIC X(6).
                   10 WS-L-CUST-NUMBER PIC 9(6).
                   10 WS-L-CONNECTION PIC X(8).
      *> Each account a linked customer holds, once per operator.
           01 WS-CUST-NUMBER PIC 9(6).
           01 WS-HELD-ACCT PIC 9(6).
           01 WS-HELD-FOUND PIC X VALUE "N".
           01 WS-HELD-IDX PIC 9(4) VALUE ZERO.
           01 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HELD-TABLE.
               05 WS-HELD-ENTRY OCCURS 2000 TIMES.
                   10 WS-H-ACCT-NUMBER PIC 9(6).
                   10 WS-H-OPERATOR-ID PIC X(6).
                   10 WS-H-CUST-NUMBER PIC 9(6).
                   10 WS-H-CONNECTION PIC X(8).
           01 WS-ACTED-AS PIC X(10).
           01 WS-CUST-MATCHED PIC X VALUE "N".
           01 WS-EVENTS-LISTED PIC 9(5) VALUE ZERO.
           01 WS-REFUSALS-LISTED PIC 9(5) VALUE ZERO.
           01 WS-POSTINGS-LISTED PIC 9(5) VALUE ZERO.
           01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
           DISPLAY "[ENTER REPORT DATE (YYYYMMDD, 0 FOR TODAY)]: ".
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE = ZERO THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF.

           OPEN INPUT STAFF-LINK-FILE.
           IF WS-LINK-STATUS NOT = "00" THEN
               DISPLAY "[NO STAFF-CUSTOMER LINKS - NOTHING TO "
                   "REPORT]"
               STOP RUN
           END-IF.
           PERFORM 0100-LOAD-LINKS.
           CLOSE STAFF-LINK-FILE.
           PERFORM 0200-FIND-PRIMARY-ACCOUNTS.
           PERFORM 0300-FIND-HELD-ACCOUNTS.

           OPEN OUTPUT COI-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STAFF CONFLICT OF INTEREST REPORT FOR "
               WS-REPORT-DATE " - " WS-LINK-COUNT " LINK(S), "
               WS-HELD-COUNT " LINKED ACCOUNT(S)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM 0400-SCAN-SECURITY-LOG.
           PERFORM 0500-SCAN-POSTINGS.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EVENTS " WS-EVENTS-LISTED
               "  OF WHICH REFUSED " WS-REFUSALS-LISTED
               "  POSTINGS " WS-POSTINGS-LISTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE COI-REPORT.

           DISPLAY "[" WS-EVENTS-LISTED " EVENT(S) AND "
               WS-POSTINGS-LISTED " POSTING(S) ON LINKED ACCOUNTS - "
               "SEE COIREPT.RPT]".
           STOP RUN.

           0100-LOAD-LINKS.

           MOVE LOW-VALUES TO SL-KEY.
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
                       IF WS-LINK-COUNT < 500 THEN
                           ADD 1 TO WS-LINK-COUNT
                           MOVE SL-OPERATOR-ID TO
                               WS-L-OPERATOR-ID(WS-LINK-COUNT)
                           MOVE SL-CUST-NUMBER TO
                               WS-L-CUST-NUMBER(WS-LINK-COUNT)
                           IF SL-IS-SELF THEN
                               MOVE "SELF" TO
                                   WS-L-CONNECTION(WS-LINK-COUNT)
                           ELSE
                               MOVE "RELATIVE" TO
                                   WS-L-CONNECTION(WS-LINK-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Accounts a linked customer owns outright.
           0200-FIND-PRIMARY-ACCOUNTS.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS = "00" THEN
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
                           MOVE ACCT-NUMBER TO WS-HELD-ACCT
                           MOVE ACCT-CUST-NUMBER TO WS-CUST-NUMBER
                           PERFORM 0310-MATCH-LINKS
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

      *> Accounts a linked customer holds jointly, under a power of
      *> attorney or as a trust beneficiary.
           0300-FIND-HELD-ACCOUNTS.

           OPEN INPUT RELATION-FILE.
           IF WS-REL-STATUS = "00" THEN
               MOVE ZERO TO REL-KEY
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
                           MOVE REL-ACCT-NUMBER TO WS-HELD-ACCT
                           MOVE REL-CUST-NUMBER TO WS-CUST-NUMBER
                           PERFORM 0310-MATCH-LINKS
                   END-READ
               END-PERFORM
               CLOSE RELATION-FILE
           END-IF.

           0310-MATCH-LINKS.

           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               IF WS-L-CUST-NUMBER(WS-LINK-IDX) = WS-CUST-NUMBER THEN
                   PERFORM 0320-ADD-HELD-ACCOUNT
               END-IF
           END-PERFORM.

      *> The primary holder also has a relationship record once an
      *> account has a second holder; each account is kept once for
      *> each operator linked to it.
           0320-ADD-HELD-ACCOUNT.

           MOVE "N" TO WS-HELD-FOUND.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-H-ACCT-NUMBER(WS-HELD-IDX) = WS-HELD-ACCT AND
                       WS-H-OPERATOR-ID(WS-HELD-IDX) =
                       WS-L-OPERATOR-ID(WS-LINK-IDX)
                       THEN
                   MOVE "Y" TO WS-HELD-FOUND
               END-IF
           END-PERFORM.
           IF WS-HELD-FOUND = "N" AND WS-HELD-COUNT < 2000 THEN
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HELD-ACCT TO WS-H-ACCT-NUMBER(WS-HELD-COUNT)
               MOVE WS-L-OPERATOR-ID(WS-LINK-IDX) TO
                   WS-H-OPERATOR-ID(WS-HELD-COUNT)
               MOVE WS-L-CUST-NUMBER(WS-LINK-IDX) TO
                   WS-H-CUST-NUMBER(WS-HELD-COUNT)
               MOVE WS-L-CONNECTION(WS-LINK-IDX) TO
                   WS-H-CONNECTION(WS-HELD-COUNT)
           END-IF.

      *> An event counts whether the linked operator raised it or
      *> authorised it as the second supervisor. An event naming a
      *> customer - a card reissue, a subject access extract - is
      *> matched on that customer through the links, so it is found
      *> even where the customer holds no account.
           0400-SCAN-SECURITY-LOG.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SECURITY EVENTS BY LINKED STAFF ON LINKED ACCOUNTS "
               "AND CUSTOMERS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TIME   ACCT   EVENT            OUTCOME  "
               "OPERATOR ACTING AS CUSTOMER CONNECTION"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           OPEN INPUT SECURITY-LOG.
           IF WS-SEC-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-SEC-EOF
           END-IF.
           PERFORM UNTIL WS-SEC-EOF = "Y"
               READ SECURITY-LOG
                   AT END
                       MOVE "Y" TO WS-SEC-EOF
                   NOT AT END
                       IF SE-DATE = WS-REPORT-DATE THEN
                           PERFORM 0410-CHECK-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SEC-STATUS NOT = "35" THEN
               CLOSE SECURITY-LOG
           END-IF.

           0410-CHECK-EVENT.

           MOVE "N" TO WS-CUST-MATCHED.
           IF SE-CUST-NUMBER NOT = ZERO THEN
               PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                       UNTIL WS-LINK-IDX > WS-LINK-COUNT
                   IF WS-L-CUST-NUMBER(WS-LINK-IDX) = SE-CUST-NUMBER
                           THEN
                       IF WS-L-OPERATOR-ID(WS-LINK-IDX) =
                               SE-OPERATOR-ID
                               THEN
                           MOVE "OPERATOR" TO WS-ACTED-AS
                           PERFORM 0430-REPORT-CUST-EVENT
                       END-IF
                       IF WS-L-OPERATOR-ID(WS-LINK-IDX) =
                               SE-AUTHORISER-ID
                               THEN
                           MOVE "AUTHORISER" TO WS-ACTED-AS
                           PERFORM 0430-REPORT-CUST-EVENT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   OR WS-CUST-MATCHED = "Y"
               IF WS-H-ACCT-NUMBER(WS-HELD-IDX) = SE-ACCT-NUMBER THEN
                   IF WS-H-OPERATOR-ID(WS-HELD-IDX) = SE-OPERATOR-ID
                           THEN
                       MOVE "OPERATOR" TO WS-ACTED-AS
                       PERFORM 0420-REPORT-EVENT
                   END-IF
                   IF WS-H-OPERATOR-ID(WS-HELD-IDX) =
                           SE-AUTHORISER-ID
                           THEN
                       MOVE "AUTHORISER" TO WS-ACTED-AS
                       PERFORM 0420-REPORT-EVENT
                   END-IF
               END-IF
           END-PERFORM.

           0420-REPORT-EVENT.

           ADD 1 TO WS-EVENTS-LISTED.
           IF SE-OUTCOME = "REFUSED" THEN
               ADD 1 TO WS-REFUSALS-LISTED
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING SE-TIME " " SE-ACCT-NUMBER " " SE-EVENT-TYPE " "
               SE-OUTCOME " " WS-H-OPERATOR-ID(WS-HELD-IDX) "   "
               WS-ACTED-AS " " WS-H-CUST-NUMBER(WS-HELD-IDX) "   "
               WS-H-CONNECTION(WS-HELD-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

      *> Once an event is listed against the customer it names, it is
      *> not listed again against the accounts they hold.
           0430-REPORT-CUST-EVENT.

           MOVE "Y" TO WS-CUST-MATCHED.
           ADD 1 TO WS-EVENTS-LISTED.
           IF SE-OUTCOME = "REFUSED" THEN
               ADD 1 TO WS-REFUSALS-LISTED
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING SE-TIME " " SE-ACCT-NUMBER " " SE-EVENT-TYPE " "
               SE-OUTCOME " " WS-L-OPERATOR-ID(WS-LINK-IDX) "   "
               WS-ACTED-AS " " WS-L-CUST-NUMBER(WS-LINK-IDX) "   "
               WS-L-CONNECTION(WS-LINK-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

      *> References begin with the posting date, so the day's
      *> postings are read in one run from the first reference of
      *> the day.
           0500-SCAN-POSTINGS.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "POSTINGS KEYED BY LINKED STAFF ON LINKED ACCOUNTS"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TIME   ACCT   REFERENCE    TYPE         "
               "      AMOUNT CUR OPERATOR CUSTOMER CONNECTION"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           COMPUTE WS-FIRST-REF = WS-REPORT-DATE * 10000.
           COMPUTE WS-LAST-REF = WS-FIRST-REF + 9999.
           OPEN INPUT TRAN-MASTER.
           IF WS-TM-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-TM-EOF
           ELSE
               MOVE WS-FIRST-REF TO TM-REF-NUMBER
               START TRAN-MASTER
                   KEY IS NOT LESS THAN TM-REF-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-TM-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-TM-EOF = "Y"
               READ TRAN-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TM-EOF
                   NOT AT END
                       IF TM-REF-NUMBER > WS-LAST-REF THEN
                           MOVE "Y" TO WS-TM-EOF
                       ELSE
                           IF TM-OPERATOR-ID NOT = SPACES THEN
                               PERFORM 0510-CHECK-POSTING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TM-STATUS NOT = "35" THEN
               CLOSE TRAN-MASTER
           END-IF.

           0510-CHECK-POSTING.

           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-H-ACCT-NUMBER(WS-HELD-IDX) = TM-ACCT-NUMBER AND
                       WS-H-OPERATOR-ID(WS-HELD-IDX) = TM-OPERATOR-ID
                       THEN
                   ADD 1 TO WS-POSTINGS-LISTED
                   MOVE TM-AMOUNT TO WS-DISPLAY-AMOUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING TM-TIME " " TM-ACCT-NUMBER " "
                       TM-REF-NUMBER " " TM-TRAN-TYPE " "
                       WS-DISPLAY-AMOUNT " " TM-CURRENCY-CODE " "
                       TM-OPERATOR-ID "   "
                       WS-H-CUST-NUMBER(WS-HELD-IDX) "   "
                       WS-H-CONNECTION(WS-HELD-IDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               END-IF
           END-PERFORM.

       END PROGRAM COIREPT.
