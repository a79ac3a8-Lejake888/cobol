       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT AS "TAXCERT".
      *> Year-end interest tax certificates. Every INTEREST posting
      *> dated in the tax year is gathered from TRANARCH and TRANMSTR
      *> (a posting held on both is counted once, and one reversed on
      *> TRANMSTR is left out), including the final interest posted
      *> when an account is closed. Each posting is assigned to its
      *> customer through the account master or, for an account since
      *> closed, the closed-account archive, and foreign currency
      *> interest is stated in GBP at the rate carried on the posting.
      *> One certificate per customer goes to TAXCERT.CRT, the return
      *> for the tax authority to TAXRTN, and exceptions and control
      *> totals to TAXCERT.RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT TRAN-MASTER ASSIGN TO "TRANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-REF-NUMBER
               ALTERNATE RECORD KEY IS TM-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT CLOSED-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
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
           SELECT RATE-FILE ASSIGN TO "RATEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT WORK-FILE ASSIGN TO "TAXCERT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT ACCT-SORT-FILE ASSIGN TO "TAXCERT.SR1".
           SELECT CUST-SORT-FILE ASSIGN TO "TAXCERT.SR2".
           SELECT CERTIFICATE-FILE ASSIGN TO "TAXCERT.CRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.
           SELECT RETURN-FILE ASSIGN TO "TAXRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "TAXCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY TRANREC.
       FD  TRAN-MASTER.
       01  TRAN-MASTER-RECORD.
           COPY TRANMREC.
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
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.
       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY RATEREC.
       FD  WORK-FILE.
       01  WORK-RECORD.
           05 WK-CUST-NUMBER       PIC 9(6).
           05 WK-ACCT-NUMBER       PIC 9(6).
           05 WK-CURRENCY-CODE     PIC X(3).
           05 WK-AMOUNT            PIC 9(7)V9(2).
           05 WK-GBP-AMOUNT        PIC 9(7)V9(2).
      *> Closures (type A) sort ahead of the postings (type P) on the
      *> same account, so the archived holder is known when the
      *> account's postings come through. A reversed copy of a
      *> posting sorts ahead of any unflagged copy of it.
       SD  ACCT-SORT-FILE.
       01  ACCT-SORT-RECORD.
           05 AS-ACCT-NUMBER       PIC 9(6).
           05 AS-RECORD-TYPE       PIC X.
           05 AS-REF-NUMBER        PIC 9(12).
           05 AS-REVERSED          PIC X.
           05 AS-DATE              PIC 9(8).
           05 AS-CUST-NUMBER       PIC 9(6).
           05 AS-AMOUNT            PIC 9(7)V9(2).
           05 AS-CURRENCY-CODE     PIC X(3).
           05 AS-RATE              PIC 9(3)V9(4).
           05 AS-BASE-AMOUNT       PIC 9(7)V9(2).
       SD  CUST-SORT-FILE.
       01  CUST-SORT-RECORD.
           05 CS-CUST-NUMBER       PIC 9(6).
           05 CS-ACCT-NUMBER       PIC 9(6).
           05 CS-CURRENCY-CODE     PIC X(3).
           05 CS-AMOUNT            PIC 9(7)V9(2).
           05 CS-GBP-AMOUNT        PIC 9(7)V9(2).
       FD  CERTIFICATE-FILE.
       01  WS-CERT-LINE PIC X(80).
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           COPY TAXRTN.
       FD  CONTROL-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-ARCH-STATUS PIC XX.
           01 WS-TM-STATUS PIC XX.
           01 WS-CLOSED-STATUS PIC XX.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-CUST-STATUS PIC XX.
           01 WS-RATE-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-CRT-STATUS PIC XX.
           01 WS-RTN-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-ARCH-EOF PIC X VALUE "N".
           01 WS-TM-EOF PIC X VALUE "N".
           01 WS-CLOSED-EOF PIC X VALUE "N".
           01 WS-RATE-EOF PIC X VALUE "N".
           01 WS-WORK-EOF PIC X VALUE "N".
           01 WS-SORT-EOF PIC X VALUE "N".
           01 WS-ACCT-OPEN PIC X VALUE "N".
           01 WS-CUST-OPEN PIC X VALUE "N".
           01 WS-TODAY-DATE PIC 9(8).
      *> The tax year runs from the day after the previous year end
      *> up to and including the year end keyed.
           01 WS-YEAR-END PIC 9(8).
           01 WS-YEAR-END-R REDEFINES WS-YEAR-END.
               05 WS-YEAR-END-YEAR PIC 9(4).
               05 WS-YEAR-END-MMDD PIC 9(4).
           01 WS-PRIOR-YEAR-END PIC 9(8).
           01 WS-YEAR-START PIC 9(8).
           01 WS-DATE-INT PIC 9(8).
           01 WS-FIRST-REF PIC 9(12).
           01 WS-LAST-REF PIC 9(12).
           01 WS-CURR-ACCT PIC 9(6).
           01 WS-PREV-REF PIC 9(12).
           01 WS-CLOSED-CUST PIC 9(6).
           01 WS-CLOSED-DATE PIC 9(8).
           01 WS-POSTING-CUST PIC 9(6).
           01 WS-GBP-AMOUNT PIC 9(7)V9(2).
           01 WS-GBP-RATE PIC 9(3)V9(4).
           01 WS-RATE-OK PIC X.
           01 WS-EXCEPTION-TEXT PIC X(30).
           01 WS-FIRST-FOR-CUST PIC X VALUE "Y".
           01 WS-CURR-CUST PIC 9(6).
           01 WS-CUST-ON-FILE PIC X.
           01 WS-CURR-CERT-ACCT PIC 9(6).
           01 WS-CURR-CURRENCY PIC X(3).
           01 WS-ACCT-AMOUNT PIC 9(9)V9(2).
           01 WS-ACCT-GBP PIC 9(9)V9(2).
           01 WS-CUST-ACCOUNTS PIC 9(3).
           01 WS-CUST-GBP PIC 9(9)V9(2).
      *> Control totals - postings gathered and what became of them,
      *> and what was certified and returned.
           01 WS-ARCH-POSTINGS PIC 9(7) VALUE ZERO.
           01 WS-TM-POSTINGS PIC 9(7) VALUE ZERO.
           01 WS-DUPLICATES PIC 9(7) VALUE ZERO.
           01 WS-REVERSED PIC 9(7) VALUE ZERO.
           01 WS-NO-CUSTOMER PIC 9(7) VALUE ZERO.
           01 WS-NO-RATE PIC 9(7) VALUE ZERO.
           01 WS-RATE-FROM-FILE PIC 9(7) VALUE ZERO.
           01 WS-POSTINGS-USED PIC 9(7) VALUE ZERO.
           01 WS-USED-GBP PIC 9(11)V9(2) VALUE ZERO.
           01 WS-NOT-ON-FILE PIC 9(7) VALUE ZERO.
           01 WS-NOT-ON-FILE-GBP PIC 9(11)V9(2) VALUE ZERO.
           01 WS-CERTS-WRITTEN PIC 9(7) VALUE ZERO.
           01 WS-ACCOUNTS-CERTIFIED PIC 9(7) VALUE ZERO.
           01 WS-CERTIFIED-GBP PIC 9(11)V9(2) VALUE ZERO.
           01 WS-CUST-HASH PIC 9(13) VALUE ZERO.
           01 WS-DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-GBP PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           DISPLAY "[ENTER TAX YEAR END (YYYYMMDD, 0 FOR LAST "
               "5 APRIL)]: ".
           ACCEPT WS-YEAR-END.
           PERFORM 0050-SET-TAX-YEAR.
           DISPLAY "[TAX YEAR " WS-YEAR-START " TO " WS-YEAR-END "]".

           OPEN OUTPUT CONTROL-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INTEREST TAX CERTIFICATES FOR TAX YEAR "
               WS-YEAR-START " TO " WS-YEAR-END
               " - EXCEPTIONS AND CONTROL TOTALS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS = "00" THEN
               MOVE "Y" TO WS-ACCT-OPEN
           END-IF.
           OPEN OUTPUT WORK-FILE.
           SORT ACCT-SORT-FILE
               ON ASCENDING KEY AS-ACCT-NUMBER
               ON ASCENDING KEY AS-RECORD-TYPE
               ON ASCENDING KEY AS-REF-NUMBER
               ON DESCENDING KEY AS-REVERSED
               ON ASCENDING KEY AS-DATE
               INPUT PROCEDURE IS 0100-SELECT-INTEREST
               OUTPUT PROCEDURE IS 0200-ASSIGN-CUSTOMERS.
           CLOSE WORK-FILE.
           IF WS-ACCT-OPEN = "Y" THEN
               CLOSE ACCOUNT-FILE
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS = "00" THEN
               MOVE "Y" TO WS-CUST-OPEN
           END-IF.
           OPEN OUTPUT CERTIFICATE-FILE.
           OPEN OUTPUT RETURN-FILE.
           PERFORM 0500-WRITE-RETURN-HEADER.
           SORT CUST-SORT-FILE
               ON ASCENDING KEY CS-CUST-NUMBER
               ON ASCENDING KEY CS-ACCT-NUMBER
               ON ASCENDING KEY CS-CURRENCY-CODE
               INPUT PROCEDURE IS 0300-RELEASE-WORK
               OUTPUT PROCEDURE IS 0400-WRITE-CERTIFICATES.
           PERFORM 0510-WRITE-RETURN-TRAILER.
           CLOSE RETURN-FILE.
           CLOSE CERTIFICATE-FILE.
           IF WS-CUST-OPEN = "Y" THEN
               CLOSE CUSTOMER-FILE
           END-IF.

           PERFORM 0600-CONTROL-TOTALS.
           CLOSE CONTROL-REPORT.

           MOVE WS-CERTIFIED-GBP TO WS-DISPLAY-TOTAL.
           DISPLAY "[" WS-CERTS-WRITTEN " CERTIFICATE(S) WRITTEN TO "
               "TAXCERT.CRT, GROSS INTEREST GBP " WS-DISPLAY-TOTAL "]".
           DISPLAY "[RETURN WRITTEN TO TAXRTN - SEE TAXCERT.RPT FOR "
               "EXCEPTIONS AND CONTROL TOTALS]".
           STOP RUN.

      *> A zero year end defaults to the latest 5 April not after
      *> today. The year starts the day after the year end a year
      *> earlier (a 29 February year end is taken back to the 28th).
           0050-SET-TAX-YEAR.

           IF WS-YEAR-END = ZERO THEN
               MOVE WS-TODAY-DATE TO WS-YEAR-END
               IF WS-YEAR-END-MMDD < 0405 THEN
                   SUBTRACT 1 FROM WS-YEAR-END-YEAR
               END-IF
               MOVE 0405 TO WS-YEAR-END-MMDD
           END-IF.
           COMPUTE WS-PRIOR-YEAR-END = WS-YEAR-END - 10000.
           IF WS-YEAR-END-MMDD = 0229 THEN
               SUBTRACT 1 FROM WS-PRIOR-YEAR-END
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PRIOR-YEAR-END) + 1.
           COMPUTE WS-YEAR-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           COMPUTE WS-FIRST-REF = WS-YEAR-START * 10000.
           COMPUTE WS-LAST-REF = WS-YEAR-END * 10000 + 9999.

           0100-SELECT-INTEREST.

           PERFORM 0110-RELEASE-CLOSURES.
           PERFORM 0120-RELEASE-ARCHIVE-POSTINGS.
           PERFORM 0130-RELEASE-MASTER-POSTINGS.

           0110-RELEASE-CLOSURES.

           OPEN INPUT CLOSED-FILE.
           IF WS-CLOSED-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-CLOSED-EOF
           END-IF.
           PERFORM UNTIL WS-CLOSED-EOF = "Y"
               READ CLOSED-FILE
                   AT END
                       MOVE "Y" TO WS-CLOSED-EOF
                   NOT AT END
                       MOVE AR-ACCT-NUMBER TO AS-ACCT-NUMBER
                       MOVE "A" TO AS-RECORD-TYPE
                       MOVE ZERO TO AS-REF-NUMBER
                       MOVE "N" TO AS-REVERSED
                       MOVE AR-CLOSE-DATE TO AS-DATE
                       MOVE AR-CUST-NUMBER TO AS-CUST-NUMBER
                       MOVE ZERO TO AS-AMOUNT
                       MOVE AR-CURRENCY-CODE TO AS-CURRENCY-CODE
                       MOVE ZERO TO AS-RATE
                       MOVE ZERO TO AS-BASE-AMOUNT
                       RELEASE ACCT-SORT-RECORD
               END-READ
           END-PERFORM.
           IF WS-CLOSED-STATUS NOT = "35" THEN
               CLOSE CLOSED-FILE
           END-IF.

      *> TRANARCH only holds the retention period, so the earlier
      *> part of the year normally comes from TRANMSTR alone.
           0120-RELEASE-ARCHIVE-POSTINGS.

           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-ARCH-EOF
           END-IF.
           PERFORM UNTIL WS-ARCH-EOF = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-ARCH-EOF
                   NOT AT END
                       IF TL-TRAN-TYPE = "INTEREST"
                               AND TL-DATE NOT < WS-YEAR-START
                               AND TL-DATE NOT > WS-YEAR-END THEN
                           ADD 1 TO WS-ARCH-POSTINGS
                           MOVE TL-ACCT-NUMBER TO AS-ACCT-NUMBER
                           MOVE "P" TO AS-RECORD-TYPE
                           MOVE TL-REF-NUMBER TO AS-REF-NUMBER
                           MOVE "N" TO AS-REVERSED
                           MOVE TL-DATE TO AS-DATE
                           MOVE ZERO TO AS-CUST-NUMBER
                           MOVE TL-AMOUNT TO AS-AMOUNT
                           MOVE TL-CURRENCY-CODE TO AS-CURRENCY-CODE
                           MOVE TL-RATE TO AS-RATE
                           MOVE TL-BASE-AMOUNT TO AS-BASE-AMOUNT
                           RELEASE ACCT-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ARCH-STATUS NOT = "35" THEN
               CLOSE ARCHIVE-FILE
           END-IF.

      *> References begin with the posting date, so only the tax
      *> year's stretch of TRANMSTR is read.
           0130-RELEASE-MASTER-POSTINGS.

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
                       IF TM-TRAN-TYPE = "INTEREST"
                               AND TM-DATE NOT < WS-YEAR-START
                               AND TM-DATE NOT > WS-YEAR-END THEN
                           ADD 1 TO WS-TM-POSTINGS
                           MOVE TM-ACCT-NUMBER TO AS-ACCT-NUMBER
                           MOVE "P" TO AS-RECORD-TYPE
                           MOVE TM-REF-NUMBER TO AS-REF-NUMBER
                           IF TM-LINK-REF NOT = ZERO THEN
                               MOVE "Y" TO AS-REVERSED
                           ELSE
                               MOVE "N" TO AS-REVERSED
                           END-IF
                           MOVE TM-DATE TO AS-DATE
                           MOVE ZERO TO AS-CUST-NUMBER
                           MOVE TM-AMOUNT TO AS-AMOUNT
                           MOVE TM-CURRENCY-CODE TO AS-CURRENCY-CODE
                           MOVE TM-RATE TO AS-RATE
                           MOVE TM-BASE-AMOUNT TO AS-BASE-AMOUNT
                           RELEASE ACCT-SORT-RECORD
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TM-STATUS NOT = "35" THEN
               CLOSE TRAN-MASTER
           END-IF.

           0200-ASSIGN-CUSTOMERS.

           MOVE ZERO TO WS-CURR-ACCT.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN ACCT-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF AS-ACCT-NUMBER NOT = WS-CURR-ACCT THEN
                           MOVE AS-ACCT-NUMBER TO WS-CURR-ACCT
                           MOVE ZERO TO WS-PREV-REF
                           MOVE ZERO TO WS-CLOSED-CUST
                           MOVE ZERO TO WS-CLOSED-DATE
                       END-IF
                       IF AS-RECORD-TYPE = "A" THEN
                           MOVE AS-CUST-NUMBER TO WS-CLOSED-CUST
                           MOVE AS-DATE TO WS-CLOSED-DATE
                       ELSE
                           PERFORM 0210-ASSIGN-ONE-POSTING
                       END-IF
               END-RETURN
           END-PERFORM.

      *> The first copy of each reference decides it; any further
      *> copy is the same posting read from the other file.
           0210-ASSIGN-ONE-POSTING.

           IF AS-REF-NUMBER = WS-PREV-REF THEN
               ADD 1 TO WS-DUPLICATES
           ELSE
               MOVE AS-REF-NUMBER TO WS-PREV-REF
               IF AS-REVERSED = "Y" THEN
                   ADD 1 TO WS-REVERSED
               ELSE
                   PERFORM 0220-FIND-CUSTOMER
                   IF WS-POSTING-CUST = ZERO THEN
                       ADD 1 TO WS-NO-CUSTOMER
                       MOVE "NO CUSTOMER FOR ACCOUNT"
                           TO WS-EXCEPTION-TEXT
                       PERFORM 0240-REPORT-EXCEPTION
                   ELSE
                       PERFORM 0230-CONVERT-TO-GBP
                       IF WS-RATE-OK NOT = "Y" THEN
                           ADD 1 TO WS-NO-RATE
                           MOVE "NO RATE TO CONVERT TO GBP"
                               TO WS-EXCEPTION-TEXT
                           PERFORM 0240-REPORT-EXCEPTION
                       ELSE
                           ADD 1 TO WS-POSTINGS-USED
                           ADD WS-GBP-AMOUNT TO WS-USED-GBP
                           MOVE WS-POSTING-CUST TO WK-CUST-NUMBER
                           MOVE AS-ACCT-NUMBER TO WK-ACCT-NUMBER
                           MOVE AS-CURRENCY-CODE TO WK-CURRENCY-CODE
                           MOVE AS-AMOUNT TO WK-AMOUNT
                           MOVE WS-GBP-AMOUNT TO WK-GBP-AMOUNT
                           WRITE WORK-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Interest up to an account's closure belongs to the holder
      *> it was archived under; otherwise to the account master's
      *> current customer.
           0220-FIND-CUSTOMER.

           MOVE ZERO TO WS-POSTING-CUST.
           IF WS-CLOSED-DATE NOT = ZERO
                   AND AS-DATE NOT > WS-CLOSED-DATE THEN
               MOVE WS-CLOSED-CUST TO WS-POSTING-CUST
           ELSE
               IF WS-ACCT-OPEN = "Y" THEN
                   MOVE AS-ACCT-NUMBER TO ACCT-NUMBER
                   READ ACCOUNT-FILE
                       KEY IS ACCT-NUMBER
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-ACCT-STATUS = "00" THEN
                       MOVE ACCT-CUST-NUMBER TO WS-POSTING-CUST
                   END-IF
               END-IF
               IF WS-POSTING-CUST = ZERO THEN
                   MOVE WS-CLOSED-CUST TO WS-POSTING-CUST
               END-IF
           END-IF.

      *> Rates are currency units to the pound. A posting made before
      *> interest carried its rate is converted at the buy rate that
      *> was in force on the posting date.
           0230-CONVERT-TO-GBP.

           MOVE "Y" TO WS-RATE-OK.
           MOVE ZERO TO WS-GBP-AMOUNT.
           IF AS-CURRENCY-CODE = "GBP" THEN
               MOVE AS-AMOUNT TO WS-GBP-AMOUNT
           ELSE
           IF AS-BASE-AMOUNT > ZERO THEN
               MOVE AS-BASE-AMOUNT TO WS-GBP-AMOUNT
           ELSE
           IF AS-RATE > ZERO THEN
               COMPUTE WS-GBP-AMOUNT ROUNDED = AS-AMOUNT / AS-RATE
           ELSE
               PERFORM 0235-READ-RATE-FILE
               IF WS-GBP-RATE > ZERO THEN
                   ADD 1 TO WS-RATE-FROM-FILE
                   COMPUTE WS-GBP-AMOUNT ROUNDED =
                       AS-AMOUNT / WS-GBP-RATE
               ELSE
                   MOVE "N" TO WS-RATE-OK
               END-IF
           END-IF
           END-IF
           END-IF.

           0235-READ-RATE-FILE.

           MOVE ZERO TO WS-GBP-RATE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00" THEN
               MOVE "N" TO WS-RATE-EOF
               MOVE AS-CURRENCY-CODE TO RATE-CURRENCY-CODE
               MOVE ZERO TO RATE-EFFECTIVE-DATE
               START RATE-FILE
                   KEY IS NOT LESS THAN RATE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RATE-EOF
               END-START
               PERFORM UNTIL WS-RATE-EOF = "Y"
                   READ RATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RATE-EOF
                       NOT AT END
                           IF RATE-CURRENCY-CODE NOT = AS-CURRENCY-CODE
                                   OR RATE-EFFECTIVE-DATE > AS-DATE
                               MOVE "Y" TO WS-RATE-EOF
                           ELSE
                               MOVE RATE-BUY TO WS-GBP-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

           0240-REPORT-EXCEPTION.

           MOVE AS-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ACCT " AS-ACCT-NUMBER
               " REF " AS-REF-NUMBER
               " " AS-DATE
               " " AS-CURRENCY-CODE WS-DISPLAY-AMOUNT
               "  " WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0300-RELEASE-WORK.

           OPEN INPUT WORK-FILE.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       MOVE WK-CUST-NUMBER TO CS-CUST-NUMBER
                       MOVE WK-ACCT-NUMBER TO CS-ACCT-NUMBER
                       MOVE WK-CURRENCY-CODE TO CS-CURRENCY-CODE
                       MOVE WK-AMOUNT TO CS-AMOUNT
                       MOVE WK-GBP-AMOUNT TO CS-GBP-AMOUNT
                       RELEASE CUST-SORT-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.

           0400-WRITE-CERTIFICATES.

           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN CUST-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 0410-CERTIFY-ONE-POSTING
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-FOR-CUST = "N" THEN
               PERFORM 0430-ACCOUNT-LINE
               PERFORM 0440-CUSTOMER-TOTAL
           END-IF.

           0410-CERTIFY-ONE-POSTING.

           IF WS-FIRST-FOR-CUST = "Y" THEN
               MOVE "N" TO WS-FIRST-FOR-CUST
               PERFORM 0420-NEW-CUSTOMER
               PERFORM 0425-NEW-ACCOUNT
           ELSE
               IF CS-CUST-NUMBER NOT = WS-CURR-CUST THEN
                   PERFORM 0430-ACCOUNT-LINE
                   PERFORM 0440-CUSTOMER-TOTAL
                   PERFORM 0420-NEW-CUSTOMER
                   PERFORM 0425-NEW-ACCOUNT
               ELSE
                   IF CS-ACCT-NUMBER NOT = WS-CURR-CERT-ACCT OR
                           CS-CURRENCY-CODE NOT = WS-CURR-CURRENCY THEN
                       PERFORM 0430-ACCOUNT-LINE
                       PERFORM 0425-NEW-ACCOUNT
                   END-IF
               END-IF
           END-IF.
           ADD CS-AMOUNT TO WS-ACCT-AMOUNT.
           ADD CS-GBP-AMOUNT TO WS-ACCT-GBP.

      *> A customer missing from CUSTMSTR cannot be addressed; their
      *> interest is reported as an exception and left off the
      *> certificates and the return.
           0420-NEW-CUSTOMER.

           MOVE CS-CUST-NUMBER TO WS-CURR-CUST.
           MOVE ZERO TO WS-CUST-ACCOUNTS.
           MOVE ZERO TO WS-CUST-GBP.
           MOVE "N" TO WS-CUST-ON-FILE.
           IF WS-CUST-OPEN = "Y" THEN
               MOVE CS-CUST-NUMBER TO CUST-NUMBER
               READ CUSTOMER-FILE
                   KEY IS CUST-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CUST-STATUS = "00" THEN
                   MOVE "Y" TO WS-CUST-ON-FILE
               END-IF
           END-IF.
           IF WS-CUST-ON-FILE = "Y" THEN
               PERFORM 0450-CERTIFICATE-HEADING
           END-IF.

           0425-NEW-ACCOUNT.

           MOVE CS-ACCT-NUMBER TO WS-CURR-CERT-ACCT.
           MOVE CS-CURRENCY-CODE TO WS-CURR-CURRENCY.
           MOVE ZERO TO WS-ACCT-AMOUNT.
           MOVE ZERO TO WS-ACCT-GBP.

           0430-ACCOUNT-LINE.

           ADD 1 TO WS-CUST-ACCOUNTS.
           ADD WS-ACCT-GBP TO WS-CUST-GBP.
           IF WS-CUST-ON-FILE = "Y" THEN
               ADD 1 TO WS-ACCOUNTS-CERTIFIED
               MOVE WS-ACCT-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE WS-ACCT-GBP TO WS-DISPLAY-GBP
               MOVE SPACES TO WS-CERT-LINE
               STRING "  " WS-CURR-CERT-ACCT
                   "    " WS-CURR-CURRENCY
                   "  " WS-DISPLAY-AMOUNT
                   "  " WS-DISPLAY-GBP
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               WRITE WS-CERT-LINE
               MOVE SPACES TO RETURN-RECORD
               MOVE "A" TO TX-RECORD-TYPE
               MOVE WS-CURR-CUST TO TX-ACCT-CUST-NUMBER
               MOVE WS-CURR-CERT-ACCT TO TX-ACCT-NUMBER
               MOVE WS-CURR-CURRENCY TO TX-ACCT-CURRENCY
               MOVE WS-ACCT-GBP TO TX-ACCT-INTEREST
               WRITE RETURN-RECORD
           END-IF.

           0440-CUSTOMER-TOTAL.

           IF WS-CUST-ON-FILE = "Y" THEN
               ADD 1 TO WS-CERTS-WRITTEN
               ADD WS-CUST-GBP TO WS-CERTIFIED-GBP
               ADD WS-CURR-CUST TO WS-CUST-HASH
               MOVE WS-CUST-GBP TO WS-DISPLAY-GBP
               MOVE SPACES TO WS-CERT-LINE
               WRITE WS-CERT-LINE
               MOVE SPACES TO WS-CERT-LINE
               STRING "  TOTAL GROSS INTEREST CREDITED (GBP)      "
                   WS-DISPLAY-GBP
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               WRITE WS-CERT-LINE
               MOVE SPACES TO WS-CERT-LINE
               WRITE WS-CERT-LINE
               MOVE "INTEREST HAS BEEN CREDITED WITHOUT DEDUCTION OF"
                   TO WS-CERT-LINE
               WRITE WS-CERT-LINE
               MOVE "TAX. PLEASE KEEP THIS CERTIFICATE FOR YOUR"
                   TO WS-CERT-LINE
               WRITE WS-CERT-LINE
               MOVE "TAX RECORDS."
                   TO WS-CERT-LINE
               WRITE WS-CERT-LINE
               MOVE SPACES TO RETURN-RECORD
               MOVE "C" TO TX-RECORD-TYPE
               MOVE WS-CURR-CUST TO TX-CUST-NUMBER
               MOVE CUST-NAME TO TX-CUST-NAME
               MOVE CUST-POSTCODE TO TX-POSTCODE
               MOVE WS-CUST-ACCOUNTS TO TX-ACCOUNT-COUNT
               MOVE WS-CUST-GBP TO TX-GROSS-INTEREST
               WRITE RETURN-RECORD
           ELSE
               ADD 1 TO WS-NOT-ON-FILE
               ADD WS-CUST-GBP TO WS-NOT-ON-FILE-GBP
               MOVE WS-CUST-GBP TO WS-DISPLAY-GBP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  CUSTOMER " WS-CURR-CUST
                   " GBP " WS-DISPLAY-GBP
                   "  CUSTOMER NOT ON CUSTMSTR - NO CERTIFICATE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           0450-CERTIFICATE-HEADING.

           MOVE ALL "=" TO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           MOVE CUST-NAME TO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           MOVE CUST-ADDRESS-1 TO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           MOVE CUST-ADDRESS-2 TO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           MOVE CUST-POSTCODE TO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "CERTIFICATE OF INTEREST - CUSTOMER " CUST-NUMBER
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "TAX YEAR " WS-YEAR-START " TO " WS-YEAR-END
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "  ACCOUNT   CCY  GROSS INTEREST"
               "   GBP EQUIVALENT"
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE WS-CERT-LINE.

           0500-WRITE-RETURN-HEADER.

           MOVE SPACES TO RETURN-RECORD.
           MOVE "H" TO TX-RECORD-TYPE.
           MOVE WS-YEAR-START TO TX-YEAR-START.
           MOVE WS-YEAR-END TO TX-YEAR-END.
           MOVE WS-TODAY-DATE TO TX-CREATED-DATE.
           WRITE RETURN-RECORD.

           0510-WRITE-RETURN-TRAILER.

           MOVE SPACES TO RETURN-RECORD.
           MOVE "T" TO TX-RECORD-TYPE.
           MOVE WS-CERTS-WRITTEN TO TX-CUSTOMER-COUNT.
           MOVE WS-ACCOUNTS-CERTIFIED TO TX-ACCOUNT-TOTAL.
           MOVE WS-CERTIFIED-GBP TO TX-INTEREST-TOTAL.
           MOVE WS-CUST-HASH TO TX-CUST-HASH.
           WRITE RETURN-RECORD.

      *> Postings used must equal those certified plus those held
      *> back for a customer missing from CUSTMSTR.
           0600-CONTROL-TOTALS.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INTEREST POSTINGS READ - TRANARCH "
               WS-ARCH-POSTINGS "  TRANMSTR " WS-TM-POSTINGS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DUPLICATES DROPPED " WS-DUPLICATES
               "  REVERSED " WS-REVERSED
               "  NO CUSTOMER " WS-NO-CUSTOMER
               "  NO RATE " WS-NO-RATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-USED-GBP TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "POSTINGS USED " WS-POSTINGS-USED
               "  GBP " WS-DISPLAY-TOTAL
               "  (CONVERTED AT RATEMSTR RATE " WS-RATE-FROM-FILE ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-NOT-ON-FILE-GBP TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTOMERS NOT ON CUSTMSTR " WS-NOT-ON-FILE
               "  GBP " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-CERTIFIED-GBP TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CERTIFICATES " WS-CERTS-WRITTEN
               "  ACCOUNTS " WS-ACCOUNTS-CERTIFIED
               "  GBP " WS-DISPLAY-TOTAL
               "  CUSTOMER HASH " WS-CUST-HASH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       END PROGRAM TAXCERT.
