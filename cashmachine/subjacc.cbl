       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJACC AS "SUBJACC".
      *> Subject access extract. For one customer, gathers everything
      *> held on them: the customer record, every account they hold
      *> on ACCTMSTR, ACCTREL and ACCTARCH, their cards, standing
      *> orders and the payees those pay, deposit holds and legal
      *> holds, their loans with each loan's schedule and arrears,
      *> their term deposits, all transactions from TRANMSTR and
      *> TRANARCH, and the SECLOG events and NOTIFY letters for
      *> their accounts. Prints a readable pack to SARPACK.nnnnnn
      *> and writes the same records to the structured file
      *> SARDATA.nnnnnn, then logs the request to SECLOG against each
      *> account with the operator who ran it.
      *> An account closed by the customer is only followed up to its
      *> closure - later activity under the number is someone else's.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
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
           SELECT CLOSED-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
           SELECT CARD-FILE ASSIGN TO "CARDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.
           SELECT STANDING-ORDERS ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-NUMBER
               FILE STATUS IS WS-SO-STATUS.
           SELECT PAYEE-FILE ASSIGN TO "PAYEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-NUMBER
               FILE STATUS IS WS-PAYEE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT LEGAL-FILE ASSIGN TO "LEGALHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-ACCT-NUMBER
               FILE STATUS IS WS-LEGAL-STATUS.
           SELECT LOAN-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT ARREARS-FILE ASSIGN TO "LOANARRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-ARRS-STATUS.
           SELECT TD-FILE ASSIGN TO "TDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TD-STATUS.
           SELECT TRAN-MASTER ASSIGN TO "TRANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-REF-NUMBER
               ALTERNATE RECORD KEY IS TM-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT LETTER-REGISTER ASSIGN TO "NOTIFYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLOG-STATUS.
           SELECT USER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-OPERATOR-ID
               FILE STATUS IS WS-USER-STATUS.
           SELECT PACK-FILE ASSIGN USING WS-PACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.
           SELECT DATA-FILE ASSIGN USING WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  RELATION-FILE.
       01  RELATION-RECORD.
           COPY RELREC.
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
       FD  CARD-FILE.
       01  CARD-RECORD.
           COPY CARDREC.
       FD  STANDING-ORDERS.
       01  STANDING-ORDER-RECORD.
           COPY STANDORD.
       FD  PAYEE-FILE.
       01  PAYEE-RECORD.
           COPY PAYEREC.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.
       FD  LEGAL-FILE.
       01  LEGAL-RECORD.
           COPY LGLHREC.
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           COPY LNSCHREC.
       FD  ARREARS-FILE.
       01  ARREARS-RECORD.
           COPY LNARRREC.
       FD  TD-FILE.
       01  TD-RECORD.
           COPY TDREC.
       FD  TRAN-MASTER.
       01  TRAN-MASTER-RECORD.
           COPY TRANMREC.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY TRANREC.
       FD  SECURITY-LOG.
       01  SECLOG-RECORD.
           COPY SECEVENT.
       FD  LETTER-REGISTER.
       01  REGISTER-RECORD.
           COPY NOTIFREC.
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  PACK-FILE.
       01  WS-REPORT-LINE PIC X(100).
       FD  DATA-FILE.
       01  EXTRACT-RECORD.
           COPY SARREC.
       WORKING-STORAGE SECTION.
           01 WS-CUST-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-REL-STATUS PIC XX.
           01 WS-CLOSED-STATUS PIC XX.
           01 WS-CARD-STATUS PIC XX.
           01 WS-SO-STATUS PIC XX.
           01 WS-PAYEE-STATUS PIC XX.
           01 WS-HOLD-STATUS PIC XX.
           01 WS-LEGAL-STATUS PIC XX.
           01 WS-LOAN-STATUS PIC XX.
           01 WS-SCHED-STATUS PIC XX.
           01 WS-ARRS-STATUS PIC XX.
           01 WS-TD-STATUS PIC XX.
           01 WS-TM-STATUS PIC XX.
           01 WS-ARCH-STATUS PIC XX.
           01 WS-SEC-STATUS PIC XX.
           01 WS-NLOG-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-PACK-STATUS PIC XX.
           01 WS-DATA-STATUS PIC XX.
           01 WS-EOF PIC X VALUE "N".
           01 WS-LOAN-EOF PIC X VALUE "N".
           01 WS-TM-OPEN PIC X VALUE "N".
           01 WS-ON-MASTER PIC X.
           01 WS-OPERATOR-ID PIC X(6).
           01 WS-SECRET-CODE PIC 9(4).
           01 WS-SIGNED-ON PIC X VALUE "N".
           01 WS-SIGNON-ATTEMPTS PIC 9 VALUE ZERO.
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-EXTRACT-DATE PIC 9(8).
           01 WS-EXTRACT-TIME PIC 9(6).
           01 WS-CUSTOMER-NUMBER PIC 9(6).
           01 WS-PACK-NAME.
               05 FILLER PIC X(8) VALUE "SARPACK.".
               05 WS-PACK-CUST PIC 9(6).
           01 WS-DATA-NAME.
               05 FILLER PIC X(8) VALUE "SARDATA.".
               05 WS-DATA-CUST PIC 9(6).
      *> Accounts the customer holds or has held, each with the last
      *> date their records are taken to: the closure date for an
      *> account they closed, 99999999 for one still held.
           01 WS-ACCT-IDX PIC 9(3) VALUE ZERO.
           01 WS-ACCT-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 100 TIMES.
                   10 WS-AT-ACCT PIC 9(6).
                   10 WS-AT-THRU-DATE PIC 9(8).
           01 WS-FIND-ACCT PIC 9(6).
           01 WS-FIND-DATE PIC 9(8).
           01 WS-FOUND-IDX PIC 9(3) VALUE ZERO.
           01 WS-ADD-THRU-DATE PIC 9(8).
           01 WS-ACCT-WANTED PIC X.
           01 WS-TABLE-FULL PIC X VALUE "N".
      *> Payees named on the customer's standing orders.
           01 WS-PAYEE-IDX PIC 9(3) VALUE ZERO.
           01 WS-PAYEE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PAYEE-FOUND PIC X.
           01 WS-PAYEE-TABLE.
               05 WS-PAYEE-NUM OCCURS 100 TIMES PIC 9(6).
           01 WS-SECTION-TITLE PIC X(40).
           01 WS-SECTION-COUNT PIC 9(6) VALUE ZERO.
           01 WS-RECORD-SEQ PIC 9(6) VALUE ZERO.
           01 WS-TRAN-COUNT PIC 9(6) VALUE ZERO.
           01 WS-EXTRACT-TYPE PIC X(4).
           01 WS-EXTRACT-SOURCE PIC X(8).
           01 WS-EXTRACT-DATA PIC X(150).
           01 WS-STATUS-TEXT PIC X(20).
           01 WS-DISPLAY-AMOUNT PIC ---,---,---,--9.99.
           01 WS-DISPLAY-BALANCE PIC ---,---,---,--9.99.
           01 WS-DISPLAY-LIMIT PIC ---,---,---,--9.99.
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = "00" THEN
               DISPLAY "[NO CUSTOMER MASTER - NOTHING TO EXTRACT]"
               STOP RUN
           END-IF.
           DISPLAY "[ENTER CUSTOMER NUMBER]: ".
           ACCEPT WS-CUSTOMER-NUMBER.
           MOVE WS-CUSTOMER-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-FILE
               KEY IS CUST-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUST-STATUS NOT = "00" THEN
               DISPLAY "[CUSTOMER " WS-CUSTOMER-NUMBER " NOT FOUND]"
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-EXTRACT-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-EXTRACT-TIME.
           MOVE WS-CUSTOMER-NUMBER TO WS-PACK-CUST.
           MOVE WS-CUSTOMER-NUMBER TO WS-DATA-CUST.
           OPEN OUTPUT PACK-FILE.
           OPEN OUTPUT DATA-FILE.
           PERFORM 0100-WRITE-HEADER.

           PERFORM 0200-CUSTOMER-SECTION.
           CLOSE CUSTOMER-FILE.
           PERFORM 0300-ACCOUNT-SECTION.
           PERFORM 0400-CARD-SECTION.
           PERFORM 0500-STANDING-ORDER-SECTION.
           PERFORM 0550-PAYEE-SECTION.
           PERFORM 0600-HOLD-SECTION.
           PERFORM 0650-LOAN-SECTION.
           PERFORM 0680-TERM-DEPOSIT-SECTION.
           PERFORM 0700-TRANSACTION-SECTION.
           PERFORM 0800-SECURITY-EVENT-SECTION.
           PERFORM 0850-LETTER-SECTION.

           PERFORM 0900-WRITE-TRAILER.
           CLOSE PACK-FILE.
           CLOSE DATA-FILE.
           PERFORM 0950-LOG-REQUEST.

           DISPLAY "[SUBJECT ACCESS PACK FOR CUSTOMER "
               WS-CUSTOMER-NUMBER " WRITTEN TO " WS-PACK-NAME
               " AND " WS-DATA-NAME "]".
           STOP RUN.

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

           0100-WRITE-HEADER.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUBJECT ACCESS PACK - CUSTOMER " WS-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PREPARED " WS-EXTRACT-DATE " " WS-EXTRACT-TIME
               " BY OPERATOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE "HEAD" TO SR-RECORD-TYPE.
           MOVE WS-CUSTOMER-NUMBER TO SR-CUST-NUMBER.
           MOVE ZERO TO SR-SEQUENCE.
           MOVE "SUBJACC" TO SR-SOURCE-FILE.
           MOVE WS-EXTRACT-DATE TO SR-EXTRACT-DATE.
           MOVE WS-EXTRACT-TIME TO SR-EXTRACT-TIME.
           MOVE WS-OPERATOR-ID TO SR-OPERATOR-ID.
           WRITE EXTRACT-RECORD.

      *> Each section of the pack opens with a title and closes with
      *> a count of what was found under it.
           0150-SECTION-HEADING.

           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE ALL "-" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0160-SECTION-FOOTING.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-SECTION-COUNT = ZERO THEN
               MOVE "  NONE HELD" TO WS-REPORT-LINE
           ELSE
               STRING "  " WS-SECTION-COUNT " RECORD(S)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE WS-REPORT-LINE.

      *> The caller has printed the record and set its type, source
      *> file and image.
           0170-WRITE-EXTRACT.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-RECORD-SEQ.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE WS-EXTRACT-TYPE TO SR-RECORD-TYPE.
           MOVE WS-CUSTOMER-NUMBER TO SR-CUST-NUMBER.
           MOVE WS-RECORD-SEQ TO SR-SEQUENCE.
           MOVE WS-EXTRACT-SOURCE TO SR-SOURCE-FILE.
           MOVE WS-EXTRACT-DATA TO SR-DATA.
           WRITE EXTRACT-RECORD.

      *> Sets WS-FOUND-IDX to the account's table entry, zero when
      *> it is not there.
           0180-FIND-ACCOUNT.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-AT-ACCT(WS-ACCT-IDX) = WS-FIND-ACCT THEN
                   MOVE WS-ACCT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *> An account already in the table keeps the later of its two
      *> dates.
           0185-ADD-ACCOUNT.

           PERFORM 0180-FIND-ACCOUNT.
           IF WS-FOUND-IDX > ZERO THEN
               IF WS-ADD-THRU-DATE > WS-AT-THRU-DATE(WS-FOUND-IDX)
                       THEN
                   MOVE WS-ADD-THRU-DATE
                       TO WS-AT-THRU-DATE(WS-FOUND-IDX)
               END-IF
           ELSE
               IF WS-ACCT-COUNT = 100 THEN
                   MOVE "Y" TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-FIND-ACCT TO WS-AT-ACCT(WS-ACCT-COUNT)
                   MOVE WS-ADD-THRU-DATE
                       TO WS-AT-THRU-DATE(WS-ACCT-COUNT)
               END-IF
           END-IF.

      *> A record is the customer's when its account is in the table
      *> and it is dated no later than the account's date there.
           0190-CHECK-ACCOUNT.

           MOVE "N" TO WS-ACCT-WANTED.
           PERFORM 0180-FIND-ACCOUNT.
           IF WS-FOUND-IDX > ZERO THEN
               IF WS-FIND-DATE NOT > WS-AT-THRU-DATE(WS-FOUND-IDX)
                       THEN
                   MOVE "Y" TO WS-ACCT-WANTED
               END-IF
           END-IF.

           0200-CUSTOMER-SECTION.

           MOVE "CUSTOMER RECORD (CUSTMSTR)" TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CUSTOMER " CUST-NUMBER "  " CUST-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " CUST-ADDRESS-1
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " CUST-ADDRESS-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " CUST-POSTCODE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "CUST" TO WS-EXTRACT-TYPE.
           MOVE "CUSTMSTR" TO WS-EXTRACT-SOURCE.
           MOVE CUSTOMER-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.
           PERFORM 0160-SECTION-FOOTING.

      *> Relationships first, so a joint account the customer does
      *> not hold as primary is picked up from the account master
      *> as well.
           0300-ACCOUNT-SECTION.

           MOVE "ACCOUNT RELATIONSHIPS (ACCTREL)" TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT RELATION-FILE.
           IF WS-REL-STATUS = "00" THEN
               MOVE "N" TO WS-EOF
               MOVE WS-CUSTOMER-NUMBER TO REL-CK-CUST-NUMBER
               MOVE ZERO TO REL-CK-ACCT-NUMBER
               START RELATION-FILE
                   KEY IS NOT LESS THAN REL-CUST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ RELATION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF REL-CK-CUST-NUMBER NOT =
                                   WS-CUSTOMER-NUMBER THEN
                               MOVE "Y" TO WS-EOF
                           ELSE
                               PERFORM 0310-SHOW-RELATIONSHIP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELATION-FILE
           END-IF.
           PERFORM 0160-SECTION-FOOTING.

           MOVE "ACCOUNTS HELD (ACCTMSTR)" TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE ACCT-NUMBER TO WS-FIND-ACCT
                           PERFORM 0180-FIND-ACCOUNT
                           IF ACCT-CUST-NUMBER = WS-CUSTOMER-NUMBER
                                   OR WS-FOUND-IDX > ZERO THEN
                               PERFORM 0320-SHOW-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.
           PERFORM 0160-SECTION-FOOTING.

           MOVE "CLOSED ACCOUNTS (ACCTARCH)" TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT CLOSED-FILE.
           IF WS-CLOSED-STATUS = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CLOSED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AR-CUST-NUMBER = WS-CUSTOMER-NUMBER
                                   THEN
                               PERFORM 0330-SHOW-CLOSED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-FILE
           END-IF.
           PERFORM 0160-SECTION-FOOTING.
           IF WS-TABLE-FULL = "Y" THEN
               MOVE "  MORE THAN 100 ACCOUNTS - EXTRACT INCOMPLETE"
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               DISPLAY "[MORE THAN 100 ACCOUNTS - EXTRACT INCOMPLETE]"
           END-IF.

           0310-SHOW-RELATIONSHIP.

           MOVE REL-MANDATE-LIMIT TO WS-DISPLAY-LIMIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ACCOUNT " REL-ACCT-NUMBER
               "  ROLE " REL-ROLE
               "  MANDATE " REL-MANDATE
               "  LIMIT" WS-DISPLAY-LIMIT
               "  SINCE " REL-START-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "REL" TO WS-EXTRACT-TYPE.
           MOVE "ACCTREL" TO WS-EXTRACT-SOURCE.
           MOVE RELATION-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.
           MOVE REL-ACCT-NUMBER TO WS-FIND-ACCT.
           MOVE 99999999 TO WS-ADD-THRU-DATE.
           PERFORM 0185-ADD-ACCOUNT.

           0320-SHOW-ACCOUNT.

           MOVE SPACES TO WS-STATUS-TEXT.
           IF ACCT-IS-LOCKED THEN
               MOVE "LOCKED" TO WS-STATUS-TEXT
           END-IF.
           IF ACCT-IS-DORMANT THEN
               MOVE "DORMANT" TO WS-STATUS-TEXT
           END-IF.
           MOVE ACCT-BALANCE TO WS-DISPLAY-BALANCE.
           MOVE ACCT-AVAIL-BALANCE TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ACCOUNT " ACCT-NUMBER
               "  " ACCT-PRODUCT-CODE " " ACCT-CURRENCY-CODE
               "  BALANCE" WS-DISPLAY-BALANCE
               "  AVAILABLE" WS-DISPLAY-AMOUNT
               "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-DISPLAY-LIMIT.
           MOVE ACCT-DAILY-LIMIT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    PRIMARY HOLDER " ACCT-CUST-NUMBER
               "  OVERDRAFT" WS-DISPLAY-LIMIT
               "  DAILY LIMIT" WS-DISPLAY-AMOUNT
               "  LAST ACTIVE " ACCT-LAST-ACTIVITY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "ACCT" TO WS-EXTRACT-TYPE.
           MOVE "ACCTMSTR" TO WS-EXTRACT-SOURCE.
           MOVE ACCOUNT-RECORD TO WS-EXTRACT-DATA.
      *> The PIN never leaves the bank.
           MOVE "****" TO WS-EXTRACT-DATA(7:4).
           PERFORM 0170-WRITE-EXTRACT.
           MOVE ACCT-NUMBER TO WS-FIND-ACCT.
           MOVE 99999999 TO WS-ADD-THRU-DATE.
           PERFORM 0185-ADD-ACCOUNT.

      *> A number closed by the customer and since reopened for
      *> someone else is only followed to the closure.
           0330-SHOW-CLOSED-ACCOUNT.

           MOVE AR-FINAL-BALANCE TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ACCOUNT " AR-ACCT-NUMBER
               "  CLOSED " AR-CLOSE-DATE
               "  " AR-PRODUCT-CODE " " AR-CURRENCY-CODE
               "  FINAL BALANCE" WS-DISPLAY-BALANCE
               "  BY " AR-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "CLSD" TO WS-EXTRACT-TYPE.
           MOVE "ACCTARCH" TO WS-EXTRACT-SOURCE.
           MOVE CLOSED-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.
           MOVE AR-ACCT-NUMBER TO WS-FIND-ACCT.
           MOVE AR-CLOSE-DATE TO WS-ADD-THRU-DATE.
           PERFORM 0185-ADD-ACCOUNT.

      *> A card issued to another holder of a joint account is that
      *> holder's, not this customer's.
           0400-CARD-SECTION.

           MOVE "CARDS (CARDMSTR)" TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CARD-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE CARD-ACCT-NUMBER TO WS-FIND-ACCT
                           MOVE CARD-ISSUE-DATE TO WS-FIND-DATE
                           PERFORM 0190-CHECK-ACCOUNT
                           IF CARD-CUST-NUMBER = WS-CUSTOMER-NUMBER
                                   OR (CARD-CUST-NUMBER = ZERO
                                   AND WS-ACCT-WANTED = "Y") THEN
                               PERFORM 0410-SHOW-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
           END-IF.
           PERFORM 0160-SECTION-FOOTING.

           0410-SHOW-CARD.

           EVALUATE TRUE
               WHEN CARD-IS-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN CARD-IS-STOPPED
                   MOVE "STOPPED" TO WS-STATUS-TEXT
               WHEN CARD-IS-HOT
                   MOVE "HOT-LISTED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE CARD-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CARD " CARD-NUMBER
               "  ACCOUNT " CARD-ACCT-NUMBER
               "  ISSUED " CARD-ISSUE-DATE
               "  EXPIRES " CARD-EXPIRY-YRMO
               "  FIRST USED " CARD-FIRST-USE-DATE
               "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "CARD" TO WS-EXTRACT-TYPE.
           MOVE "CARDMSTR" TO WS-EXTRACT-SOURCE.
           MOVE CARD-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.

           0500-STANDING-ORDER-SECTION.

           MOVE "STANDING ORDERS (STANDORD)" TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT STANDING-ORDERS.
           IF WS-SO-STATUS = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ STANDING-ORDERS NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SO-ACCT-NUMBER TO WS-FIND-ACCT
                           PERFORM 0180-FIND-ACCOUNT
                           IF WS-FOUND-IDX > ZERO THEN
                               PERFORM 0510-SHOW-STANDING-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDERS
           END-IF.
           PERFORM 0160-SECTION-FOOTING.

           0510-SHOW-STANDING-ORDER.

           MOVE SO-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ORDER " SO-ORDER-NUMBER
               "  ACCOUNT " SO-ACCT-NUMBER
               "  TO " SO-PAYEE
               WS-DISPLAY-AMOUNT
               " " SO-FREQUENCY
               " NEXT DUE " SO-NEXT-DUE-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "SO" TO WS-EXTRACT-TYPE.
           MOVE "STANDORD" TO WS-EXTRACT-SOURCE.
           MOVE STANDING-ORDER-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.
           IF SO-PAYEE-NUMBER NOT = ZERO THEN
               MOVE "N" TO WS-PAYEE-FOUND
               PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
                       UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
                   IF WS-PAYEE-NUM(WS-PAYEE-IDX) = SO-PAYEE-NUMBER
                       MOVE "Y" TO WS-PAYEE-FOUND
                   END-IF
               END-PERFORM
               IF WS-PAYEE-FOUND = "N" AND WS-PAYEE-COUNT < 100
                       THEN
                   ADD 1 TO WS-PAYEE-COUNT
                   MOVE SO-PAYEE-NUMBER
                       TO WS-PAYEE-NUM(WS-PAYEE-COUNT)
               END-IF
           END-IF.

           0550-PAYEE-SECTION.

           MOVE "PAYEES PAID BY STANDING ORDER (PAYEMSTR)"
               TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT PAYEE-FILE.
           IF WS-PAYEE-STATUS = "00" THEN
               PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
                       UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
                   MOVE WS-PAYEE-NUM(WS-PAYEE-IDX) TO PAYEE-NUMBER
                   READ PAYEE-FILE
                       KEY IS PAYEE-NUMBER
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-PAYEE-STATUS = "00" THEN
                       PERFORM 0560-SHOW-PAYEE
                   END-IF
               END-PERFORM
               CLOSE PAYEE-FILE
           END-IF.
           PERFORM 0160-SECTION-FOOTING.

           0560-SHOW-PAYEE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  PAYEE " PAYEE-NUMBER "  " PAYEE-NAME
               "  SORT CODE " PAYEE-SORT-CODE
               "  ACCOUNT " PAYEE-BANK-ACCT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "PAYE" TO WS-EXTRACT-TYPE.
           MOVE "PAYEMSTR" TO WS-EXTRACT-SOURCE.
           MOVE PAYEE-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.

      *> Deposit holds still standing, then any legal hold or dispute
      *> recorded against each account.
           0600-HOLD-SECTION.

           MOVE "HOLDS (HOLDFILE, LEGALHLD)" TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00" THEN
               PERFORM 0610-DEPOSIT-HOLDS
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               CLOSE HOLD-FILE
           END-IF.
           OPEN INPUT LEGAL-FILE.
           IF WS-LEGAL-STATUS = "00" THEN
               PERFORM 0620-LEGAL-HOLD
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               CLOSE LEGAL-FILE
           END-IF.
           PERFORM 0160-SECTION-FOOTING.

           0610-DEPOSIT-HOLDS.

           MOVE "N" TO WS-EOF.
           MOVE WS-AT-ACCT(WS-ACCT-IDX) TO HOLD-ACCT-NUMBER.
           MOVE ZERO TO HOLD-REF-NUMBER.
           START HOLD-FILE
               KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HOLD-ACCT-NUMBER NOT =
                               WS-AT-ACCT(WS-ACCT-IDX) THEN
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF HOLD-PLACED-DATE NOT >
                                   WS-AT-THRU-DATE(WS-ACCT-IDX) THEN
                               PERFORM 0615-SHOW-DEPOSIT-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           0615-SHOW-DEPOSIT-HOLD.

           MOVE HOLD-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ACCOUNT " HOLD-ACCT-NUMBER
               "  DEPOSIT HOLD REF " HOLD-REF-NUMBER
               WS-DISPLAY-AMOUNT
               "  PLACED " HOLD-PLACED-DATE
               "  RELEASE " HOLD-RELEASE-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "HOLD" TO WS-EXTRACT-TYPE.
           MOVE "HOLDFILE" TO WS-EXTRACT-SOURCE.
           MOVE HOLD-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.

           0620-LEGAL-HOLD.

           MOVE WS-AT-ACCT(WS-ACCT-IDX) TO LH-ACCT-NUMBER.
           READ LEGAL-FILE
               KEY IS LH-ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-LEGAL-STATUS = "00" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ACCOUNT " LH-ACCT-NUMBER
                   "  LEGAL HOLD " LH-LEGAL-HOLD-FLAG
                   " " LH-HOLD-DATE " " LH-HOLD-REFERENCE
                   "  DISPUTE " LH-DISPUTE-FLAG
                   " " LH-DISPUTE-DATE " " LH-DISPUTE-REFERENCE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE "LGLH" TO WS-EXTRACT-TYPE
               MOVE "LEGALHLD" TO WS-EXTRACT-SOURCE
               MOVE LEGAL-RECORD TO WS-EXTRACT-DATA
               PERFORM 0170-WRITE-EXTRACT
           END-IF.

      *> Every loan the customer has had, running or repaid, each
      *> followed by its schedule and any instalments in arrears.
           0650-LOAN-SECTION.

           MOVE "LOANS (LOANMSTR, LOANSCHD, LOANARRS)"
               TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS = "00" THEN
               OPEN INPUT SCHEDULE-FILE
               OPEN INPUT ARREARS-FILE
               MOVE "N" TO WS-LOAN-EOF
               PERFORM UNTIL WS-LOAN-EOF = "Y"
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LOAN-EOF
                       NOT AT END
                           IF LN-CUST-NUMBER = WS-CUSTOMER-NUMBER
                                   THEN
                               PERFORM 0655-SHOW-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SCHED-STATUS NOT = "35" THEN
                   CLOSE SCHEDULE-FILE
               END-IF
               IF WS-ARRS-STATUS NOT = "35" THEN
                   CLOSE ARREARS-FILE
               END-IF
               CLOSE LOAN-FILE
           END-IF.
           PERFORM 0160-SECTION-FOOTING.

           0655-SHOW-LOAN.

           IF LN-IS-REPAID THEN
               MOVE "REPAID" TO WS-STATUS-TEXT
           ELSE
               MOVE "RUNNING" TO WS-STATUS-TEXT
           END-IF.
           MOVE LN-PRINCIPAL TO WS-DISPLAY-AMOUNT.
           MOVE LN-OUTSTANDING TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  LOAN " LN-LOAN-NUMBER
               "  " LN-CURRENCY-CODE WS-DISPLAY-AMOUNT
               "  OUTSTANDING" WS-DISPLAY-BALANCE
               "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE LN-INSTALMENT TO WS-DISPLAY-AMOUNT.
           MOVE LN-ARREARS-AMOUNT TO WS-DISPLAY-LIMIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    REPAID FROM " LN-REPAY-ACCT-NUMBER
               "  RATE " LN-RATE
               "  INSTALMENT" WS-DISPLAY-AMOUNT
               "  ARREARS" WS-DISPLAY-LIMIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "LOAN" TO WS-EXTRACT-TYPE.
           MOVE "LOANMSTR" TO WS-EXTRACT-SOURCE.
           MOVE LOAN-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.
           IF WS-SCHED-STATUS NOT = "35" THEN
               PERFORM 0660-LOAN-SCHEDULE
           END-IF.
           IF WS-ARRS-STATUS NOT = "35" THEN
               PERFORM 0670-LOAN-ARREARS
           END-IF.

           0660-LOAN-SCHEDULE.

           MOVE "N" TO WS-EOF.
           MOVE LN-LOAN-NUMBER TO LS-LOAN-NUMBER.
           MOVE ZERO TO LS-INSTALMENT-NO.
           START SCHEDULE-FILE
               KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LS-LOAN-NUMBER NOT = LN-LOAN-NUMBER THEN
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM 0665-SHOW-INSTALMENT
                       END-IF
               END-READ
           END-PERFORM.

           0665-SHOW-INSTALMENT.

           EVALUATE TRUE
               WHEN LS-IS-PAID
                   MOVE "PAID" TO WS-STATUS-TEXT
               WHEN LS-IN-ARREARS
                   MOVE "IN ARREARS" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "NOT YET DUE" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE LS-INSTALMENT-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE LS-CLOSING-BALANCE TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    INSTALMENT " LS-INSTALMENT-NO
               "  DUE " LS-DUE-DATE
               WS-DISPLAY-AMOUNT
               "  LEFT" WS-DISPLAY-BALANCE
               "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "LSCH" TO WS-EXTRACT-TYPE.
           MOVE "LOANSCHD" TO WS-EXTRACT-SOURCE.
           MOVE SCHEDULE-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.

           0670-LOAN-ARREARS.

           MOVE "N" TO WS-EOF.
           MOVE LN-LOAN-NUMBER TO LA-LOAN-NUMBER.
           MOVE ZERO TO LA-INSTALMENT-NO.
           START ARREARS-FILE
               KEY IS NOT LESS THAN LA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARREARS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LA-LOAN-NUMBER NOT = LN-LOAN-NUMBER THEN
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM 0675-SHOW-ARREARS
                       END-IF
               END-READ
           END-PERFORM.

           0675-SHOW-ARREARS.

           MOVE LA-AMOUNT-DUE TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    ARREARS INSTALMENT " LA-INSTALMENT-NO
               "  DUE " LA-DUE-DATE
               WS-DISPLAY-AMOUNT
               "  FIRST FAILED " LA-FIRST-FAIL-DATE
               "  " LA-DAYS-PAST-DUE " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "LARR" TO WS-EXTRACT-TYPE.
           MOVE "LOANARRS" TO WS-EXTRACT-SOURCE.
           MOVE ARREARS-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.

      *> The deposit's terms are keyed on its own account number, so
      *> only a deposit placed while the customer held that number
      *> is theirs.
           0680-TERM-DEPOSIT-SECTION.

           MOVE "TERM DEPOSITS (TDMSTR)" TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT TD-FILE.
           IF WS-TD-STATUS = "00" THEN
               PERFORM 0690-TERM-DEPOSIT
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               CLOSE TD-FILE
           END-IF.
           PERFORM 0160-SECTION-FOOTING.

           0690-TERM-DEPOSIT.

           MOVE WS-AT-ACCT(WS-ACCT-IDX) TO TD-ACCT-NUMBER.
           READ TD-FILE
               KEY IS TD-ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TD-STATUS = "00" THEN
               IF TD-START-DATE NOT > WS-AT-THRU-DATE(WS-ACCT-IDX)
                       THEN
                   PERFORM 0695-SHOW-TERM-DEPOSIT
               END-IF
           END-IF.

           0695-SHOW-TERM-DEPOSIT.

           EVALUATE TRUE
               WHEN TD-IS-ACTIVE
                   MOVE "RUNNING" TO WS-STATUS-TEXT
               WHEN TD-IS-MATURED
                   MOVE "MATURED" TO WS-STATUS-TEXT
               WHEN TD-IS-BROKEN
                   MOVE "BROKEN" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE TD-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE TD-PRINCIPAL TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ACCOUNT " TD-ACCT-NUMBER
               "  DEPOSIT" WS-DISPLAY-AMOUNT
               "  RATE " TD-RATE
               "  " TD-START-DATE " TO " TD-MATURITY-DATE
               "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "TD" TO WS-EXTRACT-TYPE.
           MOVE "TDMSTR" TO WS-EXTRACT-SOURCE.
           MOVE TD-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.

      *> TRANMSTR by account, then TRANARCH for anything not also on
      *> the master (its postings go to both).
           0700-TRANSACTION-SECTION.

           MOVE "TRANSACTIONS (TRANMSTR)" TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT TRAN-MASTER.
           IF WS-TM-STATUS = "00" THEN
               MOVE "Y" TO WS-TM-OPEN
               PERFORM 0710-ACCOUNT-TRANSACTIONS
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           END-IF.
           PERFORM 0160-SECTION-FOOTING.

           MOVE "ARCHIVED TRANSACTIONS (TRANARCH)" TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE TL-ACCT-NUMBER TO WS-FIND-ACCT
                           MOVE TL-DATE TO WS-FIND-DATE
                           PERFORM 0190-CHECK-ACCOUNT
                           IF WS-ACCT-WANTED = "Y" THEN
                               PERFORM 0730-ARCHIVED-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           PERFORM 0160-SECTION-FOOTING.
           IF WS-TM-OPEN = "Y" THEN
               CLOSE TRAN-MASTER
           END-IF.

           0710-ACCOUNT-TRANSACTIONS.

           MOVE "N" TO WS-EOF.
           MOVE WS-AT-ACCT(WS-ACCT-IDX) TO TM-ACCT-NUMBER.
           MOVE ZERO TO TM-DATE.
           MOVE ZERO TO TM-TIME.
           START TRAN-MASTER
               KEY IS NOT LESS THAN TM-ACCT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ TRAN-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TM-ACCT-NUMBER NOT = WS-AT-ACCT(WS-ACCT-IDX)
                               OR TM-DATE >
                                   WS-AT-THRU-DATE(WS-ACCT-IDX) THEN
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM 0720-SHOW-MASTER-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.

           0720-SHOW-MASTER-TRANSACTION.

           MOVE TM-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE TM-BALANCE TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " TM-REF-NUMBER " " TM-DATE " " TM-TIME
               " " TM-ACCT-NUMBER " " TM-TRAN-TYPE
               " " TM-CURRENCY-CODE WS-DISPLAY-AMOUNT
               " BAL" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE "TRAN" TO WS-EXTRACT-TYPE.
           MOVE "TRANMSTR" TO WS-EXTRACT-SOURCE.
           MOVE TRAN-MASTER-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.

           0730-ARCHIVED-TRANSACTION.

           MOVE "N" TO WS-ON-MASTER.
           IF WS-TM-OPEN = "Y" AND TL-REF-NUMBER NOT = ZERO THEN
               MOVE TL-REF-NUMBER TO TM-REF-NUMBER
               READ TRAN-MASTER
                   KEY IS TM-REF-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TM-STATUS = "00" THEN
                   MOVE "Y" TO WS-ON-MASTER
               END-IF
           END-IF.
           IF WS-ON-MASTER = "N" THEN
               PERFORM 0740-SHOW-ARCHIVED-TRANSACTION
           END-IF.

           0740-SHOW-ARCHIVED-TRANSACTION.

           MOVE TL-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE TL-BALANCE TO WS-DISPLAY-BALANCE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " TL-REF-NUMBER " " TL-DATE " " TL-TIME
               " " TL-ACCT-NUMBER " " TL-TRAN-TYPE
               " " TL-CURRENCY-CODE WS-DISPLAY-AMOUNT
               " BAL" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE "TARC" TO WS-EXTRACT-TYPE.
           MOVE "TRANARCH" TO WS-EXTRACT-SOURCE.
           MOVE ARCHIVE-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.

           0800-SECURITY-EVENT-SECTION.

           MOVE "SECURITY EVENTS (SECLOG)" TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT SECURITY-LOG.
           IF WS-SEC-STATUS = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SECURITY-LOG
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SE-ACCT-NUMBER TO WS-FIND-ACCT
                           MOVE SE-DATE TO WS-FIND-DATE
                           PERFORM 0190-CHECK-ACCOUNT
                           IF WS-ACCT-WANTED = "Y" THEN
                               PERFORM 0810-SHOW-SECURITY-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG
           END-IF.
           PERFORM 0160-SECTION-FOOTING.

           0810-SHOW-SECURITY-EVENT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " SE-DATE " " SE-TIME
               "  ACCOUNT " SE-ACCT-NUMBER
               "  " SE-EVENT-TYPE " " SE-OUTCOME
               "  OPERATOR " SE-OPERATOR-ID
               " " SE-AUTHORISER-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "SEC" TO WS-EXTRACT-TYPE.
           MOVE "SECLOG" TO WS-EXTRACT-SOURCE.
           MOVE SECLOG-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.

      *> Letters to this customer, or to "THE CUSTOMER" where no
      *> holder was linked; a copy sent to a joint holder is theirs.
           0850-LETTER-SECTION.

           MOVE "LETTERS SENT (NOTIFYLOG)" TO WS-SECTION-TITLE.
           PERFORM 0150-SECTION-HEADING.
           OPEN INPUT LETTER-REGISTER.
           IF WS-NLOG-STATUS = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ LETTER-REGISTER
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE NL-ACCT-NUMBER TO WS-FIND-ACCT
                           MOVE NL-LETTER-DATE TO WS-FIND-DATE
                           PERFORM 0190-CHECK-ACCOUNT
                           IF WS-ACCT-WANTED = "Y" AND
                                   (NL-CUST-NUMBER =
                                       WS-CUSTOMER-NUMBER OR
                                   NL-CUST-NUMBER = ZERO) THEN
                               PERFORM 0860-SHOW-LETTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-REGISTER
           END-IF.
           PERFORM 0160-SECTION-FOOTING.

           0860-SHOW-LETTER.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " NL-LETTER-DATE
               "  ACCOUNT " NL-ACCT-NUMBER
               "  " NL-EVENT-LABEL " NOTICE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "LTR" TO WS-EXTRACT-TYPE.
           MOVE "NOTIFYLOG" TO WS-EXTRACT-SOURCE.
           MOVE REGISTER-RECORD TO WS-EXTRACT-DATA.
           PERFORM 0170-WRITE-EXTRACT.

           0900-WRITE-TRAILER.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "END OF PACK - " WS-RECORD-SEQ " RECORD(S), "
               WS-ACCT-COUNT " ACCOUNT(S), "
               WS-TRAN-COUNT " TRANSACTION(S)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE "TRLR" TO SR-RECORD-TYPE.
           MOVE WS-CUSTOMER-NUMBER TO SR-CUST-NUMBER.
           ADD 1 TO WS-RECORD-SEQ.
           MOVE WS-RECORD-SEQ TO SR-SEQUENCE.
           MOVE "SUBJACC" TO SR-SOURCE-FILE.
           SUBTRACT 1 FROM WS-RECORD-SEQ GIVING SR-RECORD-COUNT.
           MOVE WS-ACCT-COUNT TO SR-ACCOUNT-COUNT.
           MOVE WS-TRAN-COUNT TO SR-TRAN-COUNT.
           WRITE EXTRACT-RECORD.

      *> The request is logged under the customer against each
      *> account in the pack - or against account zero when the
      *> customer holds none - so it is found by account or by
      *> customer.
           0950-LOG-REQUEST.

           OPEN EXTEND SECURITY-LOG.
           IF WS-SEC-STATUS = "35" THEN
               OPEN OUTPUT SECURITY-LOG
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF.
           IF WS-ACCT-COUNT = ZERO THEN
               MOVE ZERO TO SE-ACCT-NUMBER
               PERFORM 0960-WRITE-REQUEST-EVENT
           ELSE
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   MOVE WS-AT-ACCT(WS-ACCT-IDX) TO SE-ACCT-NUMBER
                   PERFORM 0960-WRITE-REQUEST-EVENT
               END-PERFORM
           END-IF.
           CLOSE SECURITY-LOG.

           0960-WRITE-REQUEST-EVENT.

           MOVE WS-EXTRACT-DATE TO SE-DATE.
           MOVE WS-EXTRACT-TIME TO SE-TIME.
           MOVE "SUBJECT ACCESS" TO SE-EVENT-TYPE.
           MOVE "EXTRACTD" TO SE-OUTCOME.
           MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID.
           MOVE SPACES TO SE-AUTHORISER-ID.
           MOVE WS-CUSTOMER-NUMBER TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.

       END PROGRAM SUBJACC.
