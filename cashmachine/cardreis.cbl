       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDREIS AS "CARDREIS".
      *> Monthly card reissue. Every active card expiring in the
      *> reissue month (next month unless another is keyed) on an
      *> account that is open and not dormant gets a replacement: a
      *> new card number, an expiry three years on, and linkage both
      *> ways on CARDMSTR. Each replacement goes to the card bureau on
      *> CARDPROD.DAT and is logged to SECLOG as CARD REISSUED, which
      *> NOTIFY turns into the cover letter. The old card works until
      *> the new one is first used at CASHMACHINE. Cards not reissued
      *> are listed with the reason on CARDREIS.RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "CARDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.
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
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT WORK-FILE ASSIGN TO "CARDREIS.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PRODUCTION-FILE ASSIGN TO "CARDPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT REISSUE-REPORT ASSIGN TO "CARDREIS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           COPY CARDREC.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.
       FD  SECURITY-LOG.
       01  SECLOG-RECORD.
           COPY SECEVENT.
       FD  WORK-FILE.
       01  WORK-RECORD.
           05 WK-CARD-NUMBER       PIC 9(10).
           05 WK-CUST-NUMBER       PIC 9(6).
       FD  PRODUCTION-FILE.
       01  PRODUCTION-RECORD.
           COPY CARDPROD.
       FD  REISSUE-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-CARD-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-CUST-STATUS PIC XX.
           01 WS-SEC-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-PROD-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-CARD-EOF PIC X VALUE "N".
           01 WS-WORK-EOF PIC X VALUE "N".
           01 WS-CUST-OPEN PIC X VALUE "N".
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-REISSUE-YRMO PIC 9(6).
           01 WS-REISSUE-YRMO-R REDEFINES WS-REISSUE-YRMO.
               05 WS-REISSUE-YEAR PIC 9(4).
               05 WS-REISSUE-MONTH PIC 99.
           01 WS-NEW-EXPIRY PIC 9(6).
           01 WS-CARD-LIFE-YEARS PIC 9 VALUE 3.
           01 WS-NEXT-CARD-NUMBER PIC 9(10) VALUE ZERO.
           01 WS-OLD-CARD-NUMBER PIC 9(10).
           01 WS-HOLDER-NUMBER PIC 9(6).
           01 WS-EXCEPTION-REASON PIC X(24).
           01 WS-CARDS-REISSUED PIC 9(5) VALUE ZERO.
           01 WS-CARDS-EXCEPTED PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           DISPLAY "[ENTER REISSUE MONTH - CARDS EXPIRING IN IT "
               "(YYYYMM, 0 FOR NEXT MONTH)]: ".
           ACCEPT WS-REISSUE-YRMO.
           IF WS-REISSUE-YRMO = ZERO THEN
               MOVE WS-TODAY-DATE(1:6) TO WS-REISSUE-YRMO
               IF WS-REISSUE-MONTH = 12 THEN
                   ADD 1 TO WS-REISSUE-YEAR
                   MOVE 1 TO WS-REISSUE-MONTH
               ELSE
                   ADD 1 TO WS-REISSUE-MONTH
               END-IF
           END-IF.
           COMPUTE WS-NEW-EXPIRY =
               WS-REISSUE-YRMO + WS-CARD-LIFE-YEARS * 100.

           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = "00" THEN
               DISPLAY "[NO CARD MASTER FILE - NOTHING TO REISSUE]"
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "[NO ACCOUNT MASTER FILE - CANNOT REISSUE]"
               CLOSE CARD-FILE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS = "00" THEN
               MOVE "Y" TO WS-CUST-OPEN
           END-IF.

           OPEN OUTPUT REISSUE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CARD REISSUE FOR CARDS EXPIRING " WS-REISSUE-YRMO
               " - NEW EXPIRY " WS-NEW-EXPIRY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM 0100-SELECT-CARDS.
           CLOSE CARD-FILE.

           OPEN I-O CARD-FILE.
           OPEN OUTPUT PRODUCTION-FILE.
           PERFORM 0200-REISSUE-CARDS.
           CLOSE PRODUCTION-FILE.
           CLOSE CARD-FILE.
           CLOSE ACCOUNT-FILE.
           IF WS-CUST-OPEN = "Y" THEN
               CLOSE CUSTOMER-FILE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CARDS REISSUED " WS-CARDS-REISSUED
               "  NOT REISSUED " WS-CARDS-EXCEPTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE REISSUE-REPORT.

           DISPLAY "[" WS-CARDS-REISSUED " CARD(S) REISSUED TO "
               "CARDPROD.DAT, " WS-CARDS-EXCEPTED " EXCEPTION(S) - "
               "SEE CARDREIS.RPT]".
           STOP RUN.

      *> One pass of the card master finds the highest card number in
      *> use and picks out the cards due, so that no replacement is
      *> written into the file while it is being read in sequence. A
      *> card already replaced is passed over, so a rerun for the same
      *> month issues nothing twice.
           0100-SELECT-CARDS.

           OPEN OUTPUT WORK-FILE.
           PERFORM UNTIL WS-CARD-EOF = "Y"
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CARD-EOF
                   NOT AT END
                       IF CARD-NUMBER > WS-NEXT-CARD-NUMBER THEN
                           MOVE CARD-NUMBER TO WS-NEXT-CARD-NUMBER
                       END-IF
                       IF CARD-EXPIRY-YRMO = WS-REISSUE-YRMO AND
                               CARD-REPLACED-BY-NUMBER = ZERO THEN
                           PERFORM 0110-CHECK-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.

           0110-CHECK-CARD.

           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE CARD-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CARD-CUST-NUMBER TO WS-HOLDER-NUMBER.
           IF WS-HOLDER-NUMBER = ZERO AND WS-ACCT-STATUS = "00" THEN
               MOVE ACCT-CUST-NUMBER TO WS-HOLDER-NUMBER
           END-IF.
           EVALUATE TRUE
               WHEN CARD-IS-HOT
                   MOVE "CARD HOT-LISTED" TO WS-EXCEPTION-REASON
               WHEN CARD-IS-STOPPED
                   MOVE "CARD STOPPED" TO WS-EXCEPTION-REASON
               WHEN WS-ACCT-STATUS NOT = "00"
                   MOVE "ACCOUNT CLOSED" TO WS-EXCEPTION-REASON
               WHEN ACCT-IS-DORMANT
                   MOVE "ACCOUNT DORMANT" TO WS-EXCEPTION-REASON
               WHEN OTHER
                   PERFORM 0120-CHECK-HOLDER-ADDRESS
           END-EVALUATE.
           IF WS-EXCEPTION-REASON = SPACES THEN
               MOVE CARD-NUMBER TO WK-CARD-NUMBER
               MOVE WS-HOLDER-NUMBER TO WK-CUST-NUMBER
               WRITE WORK-RECORD
           ELSE
               ADD 1 TO WS-CARDS-EXCEPTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOT REISSUED CARD " CARD-NUMBER
                   " ACCT " CARD-ACCT-NUMBER
                   " HOLDER " WS-HOLDER-NUMBER
                   " - " WS-EXCEPTION-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

      *> The bureau posts the card to the holder, so a card with no
      *> holder address on the customer master cannot be reissued.
           0120-CHECK-HOLDER-ADDRESS.

           MOVE "N" TO WS-CUST-STATUS.
           IF WS-CUST-OPEN = "Y" AND WS-HOLDER-NUMBER NOT = ZERO THEN
               MOVE WS-HOLDER-NUMBER TO CUST-NUMBER
               READ CUSTOMER-FILE
                   KEY IS CUST-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WS-CUST-STATUS NOT = "00" THEN
               MOVE "NO HOLDER ADDRESS" TO WS-EXCEPTION-REASON
           END-IF.

           0200-REISSUE-CARDS.

           OPEN INPUT WORK-FILE.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       PERFORM 0210-REISSUE-ONE-CARD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.

           0210-REISSUE-ONE-CARD.

           MOVE WK-CARD-NUMBER TO CARD-NUMBER.
           READ CARD-FILE
               KEY IS CARD-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CARD-STATUS = "00" THEN
               MOVE CARD-NUMBER TO WS-OLD-CARD-NUMBER
               ADD 1 TO WS-NEXT-CARD-NUMBER
               MOVE WS-NEXT-CARD-NUMBER TO CARD-NUMBER
               MOVE WS-NEW-EXPIRY TO CARD-EXPIRY-YRMO
               MOVE "A" TO CARD-STATUS
               MOVE WS-TODAY-DATE TO CARD-ISSUE-DATE
               MOVE WS-OLD-CARD-NUMBER TO CARD-REPLACES-NUMBER
               MOVE WK-CUST-NUMBER TO CARD-CUST-NUMBER
               MOVE ZERO TO CARD-REPLACED-BY-NUMBER
               MOVE ZERO TO CARD-FIRST-USE-DATE
               WRITE CARD-RECORD
                   INVALID KEY
                       DISPLAY "[CARD " WS-NEXT-CARD-NUMBER
                           " NOT WRITTEN]"
                   NOT INVALID KEY
                       PERFORM 0220-LINK-AND-PRODUCE
               END-WRITE
           END-IF.

           0220-LINK-AND-PRODUCE.

           ADD 1 TO WS-CARDS-REISSUED.
           MOVE CARD-NUMBER TO CP-CARD-NUMBER.
           MOVE CARD-ACCT-NUMBER TO CP-ACCT-NUMBER.
           MOVE WK-CUST-NUMBER TO CP-CUST-NUMBER.
           MOVE CARD-EXPIRY-YRMO TO CP-EXPIRY-YRMO.
           MOVE WS-OLD-CARD-NUMBER TO CP-REPLACES-NUMBER.
           MOVE WK-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-FILE
               KEY IS CUST-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CUST-NAME TO CP-HOLDER-NAME.
           MOVE CUST-ADDRESS-1 TO CP-ADDRESS-1.
           MOVE CUST-ADDRESS-2 TO CP-ADDRESS-2.
           MOVE CUST-POSTCODE TO CP-POSTCODE.
           WRITE PRODUCTION-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REISSUED CARD " WS-OLD-CARD-NUMBER
               " ACCT " CARD-ACCT-NUMBER
               " HOLDER " WK-CUST-NUMBER
               " AS " CARD-NUMBER " EXPIRES " CARD-EXPIRY-YRMO
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM 0230-LOG-REISSUE.

           MOVE WS-OLD-CARD-NUMBER TO CARD-NUMBER.
           READ CARD-FILE
               KEY IS CARD-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CARD-STATUS = "00" THEN
               MOVE WS-NEXT-CARD-NUMBER TO CARD-REPLACED-BY-NUMBER
               REWRITE CARD-RECORD
           END-IF.

           0230-LOG-REISSUE.

           OPEN EXTEND SECURITY-LOG.
           IF WS-SEC-STATUS = "35" THEN
               OPEN OUTPUT SECURITY-LOG
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO SE-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO SE-TIME.
           MOVE CARD-ACCT-NUMBER TO SE-ACCT-NUMBER.
           MOVE "CARD REISSUED" TO SE-EVENT-TYPE.
           MOVE "ISSUED" TO SE-OUTCOME.
           MOVE SPACES TO SE-OPERATOR-ID.
           MOVE SPACES TO SE-AUTHORISER-ID.
           MOVE WK-CUST-NUMBER TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.
           CLOSE SECURITY-LOG.

       END PROGRAM CARDREIS.
