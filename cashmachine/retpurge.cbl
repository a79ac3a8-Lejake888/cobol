       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE AS "RETPURGE".
      *> Data retention purge. Transactional data is kept for seven
      *> years after the account is closed: once an account's closure
      *> on ACCTARCH is older than that, its archive record and its
      *> transactions on TRANARCH and the dated TRANARCH.YYYYMMDD
      *> archives are removed. Security events on SECLOG are kept for
      *> five years. Nothing is removed for an account under a legal
      *> hold or with an open dispute on LEGALHLD, or with a pending
      *> standing order retry on SORETRY. Every record removed is
      *> copied first to the offline purge file RETPURGE.YYYYMMDD
      *> with control totals, and the purge certificate RETPURGE.RPT
      *> lists what went by file and month for compliance sign-off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSED-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT HOLD-FILE ASSIGN TO "LEGALHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-ACCT-NUMBER
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT RETRY-FILE ASSIGN TO "SORETRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RETRY-STATUS.
           SELECT WORK-FILE ASSIGN TO "RETPURGE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PURGE-FILE ASSIGN USING WS-PURGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-STATUS.
           SELECT CLOSED-SORT-FILE ASSIGN TO "RETPURGE.SR1".
           SELECT CERT-SORT-FILE ASSIGN TO "RETPURGE.SR2".
           SELECT CERTIFICATE ASSIGN TO "RETPURGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY TRANREC.
       FD  SECURITY-LOG.
       01  SECLOG-RECORD.
           COPY SECEVENT.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY LGLHREC.
       FD  RETRY-FILE.
       01  RETRY-RECORD.
           COPY SORETREC.
       FD  WORK-FILE.
       01  WORK-RECORD PIC X(94).
       FD  PURGE-FILE.
       01  PURGE-RECORD.
           COPY PURGEREC.
       SD  CLOSED-SORT-FILE.
       01  CLOSED-SORT-RECORD.
           05 CL-ACCT-NUMBER       PIC 9(6).
           05 CL-CLOSE-DATE        PIC 9(8).
       SD  CERT-SORT-FILE.
       01  CERT-SORT-RECORD.
           05 CT-SOURCE-FILE       PIC X(17).
           05 CT-PERIOD            PIC 9(6).
       FD  CERTIFICATE.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-CLOSED-STATUS PIC XX.
           01 WS-ARCH-STATUS PIC XX.
           01 WS-SEC-STATUS PIC XX.
           01 WS-HOLD-STATUS PIC XX.
           01 WS-RETRY-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-PURGE-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-CLOSED-EOF PIC X VALUE "N".
           01 WS-ARCH-EOF PIC X VALUE "N".
           01 WS-SEC-EOF PIC X VALUE "N".
           01 WS-RETRY-EOF PIC X VALUE "N".
           01 WS-WORK-EOF PIC X VALUE "N".
           01 WS-SORT-EOF PIC X VALUE "N".
           01 WS-HOLD-OPEN PIC X VALUE "N".
           01 WS-ARCHIVE-NAME PIC X(17).
           01 WS-DATED-NAME.
               05 FILLER PIC X(9) VALUE "TRANARCH.".
               05 WS-DATED-DATE PIC 9(8).
           01 WS-PURGE-NAME.
               05 FILLER PIC X(9) VALUE "RETPURGE.".
               05 WS-PURGE-DATE PIC 9(8).
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-TODAY-R REDEFINES WS-TODAY-DATE.
               05 WS-TODAY-YEAR PIC 9(4).
               05 WS-TODAY-MMDD PIC 9(4).
      *> Retention periods in years, and the dates they give: a
      *> closure or security event dated before its cutoff is past
      *> retention.
           01 WS-TRAN-YEARS PIC 99 VALUE 7.
           01 WS-SEC-YEARS PIC 99 VALUE 5.
           01 WS-TRAN-CUTOFF PIC 9(8).
           01 WS-SEC-CUTOFF PIC 9(8).
           01 WS-SCAN-FROM PIC 9(8).
           01 WS-SCAN-INT PIC 9(8).
           01 WS-SCAN-END-INT PIC 9(8).
           01 WS-CHECK-ACCT PIC 9(6).
           01 WS-HELD PIC X.
           01 WS-HELD-REASON PIC X(20).
           01 WS-PREV-ACCT PIC 9(6).
           01 WS-PREV-CLOSE-DATE PIC 9(8).
           01 WS-PURGE-IT PIC X.
           01 WS-RECORD-DATE PIC 9(8).
           01 WS-RECORD-AMOUNT PIC 9(7)V9(2).
      *> Pending standing order retries, by account.
           01 WS-RETRY-IDX PIC 9(3) VALUE ZERO.
           01 WS-RETRY-COUNT PIC 9(3) VALUE ZERO.
           01 WS-RETRY-TABLE.
               05 WS-RETRY-ACCT PIC 9(6) OCCURS 500 TIMES.
      *> Closed accounts past retention and free of any hold, in
      *> account order, with the latest closure before the cutoff.
      *> Any beyond the table's size wait for the next run.
           01 WS-EXPIRED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-EXPIRED-TABLE.
               05 WS-EXPIRED-ENTRY OCCURS 1 TO 9999 TIMES
                       DEPENDING ON WS-EXPIRED-COUNT
                       ASCENDING KEY IS WS-EX-ACCT
                       INDEXED BY WS-EX-IDX.
                   10 WS-EX-ACCT PIC 9(6).
                   10 WS-EX-CLOSE-DATE PIC 9(8).
           01 WS-EXPIRED-DEFERRED PIC 9(6) VALUE ZERO.
           01 WS-ACCOUNTS-HELD PIC 9(6) VALUE ZERO.
      *> Totals for the file in hand and for the run.
           01 WS-FILE-PURGED PIC 9(9) VALUE ZERO.
           01 WS-FILE-KEPT PIC 9(9) VALUE ZERO.
           01 WS-FILE-HASH PIC 9(13)V9(2) VALUE ZERO.
           01 WS-DATED-FILES PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-PURGED PIC 9(9) VALUE ZERO.
           01 WS-TOTAL-HASH PIC 9(13)V9(2) VALUE ZERO.
           01 WS-FIRST-CERT-LINE PIC X VALUE "Y".
           01 WS-PREV-SOURCE PIC X(17).
           01 WS-PREV-PERIOD PIC 9(6).
           01 WS-PERIOD-COUNT PIC 9(9) VALUE ZERO.
           01 WS-SOURCE-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CERT-TOTAL PIC 9(9) VALUE ZERO.
           01 WS-DISPLAY-COUNT PIC ZZZ,ZZZ,ZZ9.
           01 WS-DISPLAY-HASH PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-PURGE-DATE.
           PERFORM 0050-SET-CUTOFFS.
           DISPLAY "[TRANSACTIONAL DATA CUTOFF " WS-TRAN-CUTOFF
               ", SECURITY EVENT CUTOFF " WS-SEC-CUTOFF "]".
           DISPLAY "[ENTER FIRST DATED ARCHIVE DATE TO SCAN "
               "(YYYYMMDD, 0 FOR 10 YEARS BEFORE CUTOFF)]: ".
           ACCEPT WS-SCAN-FROM.
           IF WS-SCAN-FROM = ZERO THEN
               COMPUTE WS-SCAN-FROM = WS-TRAN-CUTOFF - 100000
           END-IF.

           PERFORM 0100-LOAD-PENDING-RETRIES.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00" THEN
               MOVE "Y" TO WS-HOLD-OPEN
           END-IF.

           OPEN OUTPUT CERTIFICATE.
           PERFORM 0150-CERTIFICATE-HEADING.

           SORT CLOSED-SORT-FILE
               ON ASCENDING KEY CL-ACCT-NUMBER
               ON ASCENDING KEY CL-CLOSE-DATE
               INPUT PROCEDURE IS 0200-SELECT-EXPIRED-CLOSURES
               OUTPUT PROCEDURE IS 0210-LOAD-EXPIRED-ACCOUNTS.
           IF WS-ACCOUNTS-HELD = ZERO THEN
               MOVE "  NONE" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           IF WS-EXPIRED-DEFERRED > ZERO THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-EXPIRED-DEFERRED " FURTHER EXPIRED "
                   "ACCOUNT(S) LEFT FOR THE NEXT RUN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           OPEN OUTPUT PURGE-FILE.
           SORT CERT-SORT-FILE
               ON ASCENDING KEY CT-SOURCE-FILE
               ON ASCENDING KEY CT-PERIOD
               INPUT PROCEDURE IS 0300-PURGE-ARCHIVES
               OUTPUT PROCEDURE IS 0500-PRINT-CERTIFICATE.
           CLOSE PURGE-FILE.
           IF WS-HOLD-OPEN = "Y" THEN
               CLOSE HOLD-FILE
           END-IF.

           PERFORM 0600-CERTIFICATE-TOTALS.
           CLOSE CERTIFICATE.

           DISPLAY "[" WS-TOTAL-PURGED " RECORD(S) PURGED TO "
               WS-PURGE-NAME " - " WS-ACCOUNTS-HELD
               " ACCOUNT(S) KEPT UNDER HOLD]".
           DISPLAY "[PURGE CERTIFICATE WRITTEN TO RETPURGE.RPT]".
           STOP RUN.

      *> A 29 February run date is taken to the 28th in the earlier
      *> year.
           0050-SET-CUTOFFS.

           COMPUTE WS-TRAN-CUTOFF =
               (WS-TODAY-YEAR - WS-TRAN-YEARS) * 10000.
           ADD WS-TODAY-MMDD TO WS-TRAN-CUTOFF.
           COMPUTE WS-SEC-CUTOFF =
               (WS-TODAY-YEAR - WS-SEC-YEARS) * 10000.
           ADD WS-TODAY-MMDD TO WS-SEC-CUTOFF.
           IF WS-TODAY-MMDD = 0229 THEN
               SUBTRACT 1 FROM WS-TRAN-CUTOFF
               SUBTRACT 1 FROM WS-SEC-CUTOFF
           END-IF.

      *> A retry still pending may yet post to the account, so the
      *> account's history is kept while it stands.
           0100-LOAD-PENDING-RETRIES.

           OPEN INPUT RETRY-FILE.
           IF WS-RETRY-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-RETRY-EOF
           END-IF.
           PERFORM UNTIL WS-RETRY-EOF = "Y"
               READ RETRY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RETRY-EOF
                   NOT AT END
                       IF RT-PENDING THEN
                           IF WS-RETRY-COUNT = 500 THEN
                               DISPLAY "[MORE THAN 500 PENDING "
                                   "RETRIES - PURGE NOT RUN]"
                               CLOSE RETRY-FILE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-RETRY-COUNT
                           MOVE RT-ACCT-NUMBER
                               TO WS-RETRY-ACCT(WS-RETRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RETRY-STATUS NOT = "35" THEN
               CLOSE RETRY-FILE
           END-IF.

           0150-CERTIFICATE-HEADING.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DATA RETENTION PURGE CERTIFICATE - RUN OF "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TRANSACTIONAL DATA: ACCOUNTS CLOSED BEFORE "
               WS-TRAN-CUTOFF " (" WS-TRAN-YEARS " YEARS)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SECURITY EVENTS: DATED BEFORE "
               WS-SEC-CUTOFF " (" WS-SEC-YEARS " YEARS)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DATED ARCHIVES SCANNED FROM " WS-SCAN-FROM
               "  OFFLINE PURGE FILE " WS-PURGE-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "CLOSED ACCOUNTS PAST RETENTION KEPT UNDER HOLD"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0200-SELECT-EXPIRED-CLOSURES.

           OPEN INPUT CLOSED-FILE.
           IF WS-CLOSED-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-CLOSED-EOF
           END-IF.
           PERFORM UNTIL WS-CLOSED-EOF = "Y"
               READ CLOSED-FILE
                   AT END
                       MOVE "Y" TO WS-CLOSED-EOF
                   NOT AT END
                       IF AR-CLOSE-DATE < WS-TRAN-CUTOFF THEN
                           MOVE AR-ACCT-NUMBER TO CL-ACCT-NUMBER
                           MOVE AR-CLOSE-DATE TO CL-CLOSE-DATE
                           RELEASE CLOSED-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CLOSED-STATUS NOT = "35" THEN
               CLOSE CLOSED-FILE
           END-IF.

      *> Closures come back in account order, latest last, so each
      *> account is taken when the next one starts.
           0210-LOAD-EXPIRED-ACCOUNTS.

           MOVE ZERO TO WS-PREV-ACCT.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN CLOSED-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF CL-ACCT-NUMBER NOT = WS-PREV-ACCT
                               AND WS-PREV-ACCT NOT = ZERO THEN
                           PERFORM 0220-TAKE-EXPIRED-ACCOUNT
                       END-IF
                       MOVE CL-ACCT-NUMBER TO WS-PREV-ACCT
                       MOVE CL-CLOSE-DATE TO WS-PREV-CLOSE-DATE
               END-RETURN
           END-PERFORM.
           IF WS-PREV-ACCT NOT = ZERO THEN
               PERFORM 0220-TAKE-EXPIRED-ACCOUNT
           END-IF.

           0220-TAKE-EXPIRED-ACCOUNT.

           MOVE WS-PREV-ACCT TO WS-CHECK-ACCT.
           PERFORM 0400-CHECK-HELD.
           IF WS-HELD = "Y" THEN
               ADD 1 TO WS-ACCOUNTS-HELD
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ACCOUNT " WS-PREV-ACCT
                   " CLOSED " WS-PREV-CLOSE-DATE
                   "  " WS-HELD-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               IF WS-EXPIRED-COUNT = 9999 THEN
                   ADD 1 TO WS-EXPIRED-DEFERRED
               ELSE
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE WS-PREV-ACCT TO WS-EX-ACCT(WS-EXPIRED-COUNT)
                   MOVE WS-PREV-CLOSE-DATE
                       TO WS-EX-CLOSE-DATE(WS-EXPIRED-COUNT)
               END-IF
           END-IF.

           0300-PURGE-ARCHIVES.

           PERFORM 0310-PURGE-CLOSED-ACCOUNTS.
           MOVE "TRANARCH" TO WS-ARCHIVE-NAME.
           PERFORM 0320-PURGE-TRAN-ARCHIVE.
           COMPUTE WS-SCAN-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAN-FROM).
           COMPUTE WS-SCAN-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-TRAN-CUTOFF).
           PERFORM UNTIL WS-SCAN-INT > WS-SCAN-END-INT
               COMPUTE WS-DATED-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
               MOVE WS-DATED-NAME TO WS-ARCHIVE-NAME
               PERFORM 0320-PURGE-TRAN-ARCHIVE
               ADD 1 TO WS-SCAN-INT
           END-PERFORM.
           PERFORM 0340-PURGE-SECURITY-LOG.
           MOVE SPACES TO PURGE-RECORD.
           MOVE "T" TO PG-RECORD-TYPE.
           MOVE "ALL FILES" TO PG-SOURCE-FILE.
           MOVE WS-TODAY-DATE TO PG-RECORD-DATE.
           MOVE WS-TOTAL-PURGED TO PG-RECORD-COUNT.
           MOVE WS-TOTAL-HASH TO PG-AMOUNT-HASH.
           WRITE PURGE-RECORD.

      *> Kept records go to the work file and are copied back over
      *> the live file once it has been read through.
           0310-PURGE-CLOSED-ACCOUNTS.

           MOVE "ACCTARCH" TO WS-ARCHIVE-NAME.
           PERFORM 0350-START-FILE.
           MOVE "N" TO WS-CLOSED-EOF.
           OPEN INPUT CLOSED-FILE.
           IF WS-CLOSED-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-CLOSED-EOF
           ELSE
               OPEN OUTPUT WORK-FILE
           END-IF.
           PERFORM UNTIL WS-CLOSED-EOF = "Y"
               READ CLOSED-FILE
                   AT END
                       MOVE "Y" TO WS-CLOSED-EOF
                   NOT AT END
                       MOVE "N" TO WS-PURGE-IT
                       MOVE AR-ACCT-NUMBER TO WS-CHECK-ACCT
                       MOVE AR-CLOSE-DATE TO WS-RECORD-DATE
                       PERFORM 0410-CHECK-EXPIRED
                       MOVE ZERO TO WS-RECORD-AMOUNT
                       MOVE CLOSED-RECORD TO WORK-RECORD
                       PERFORM 0360-PURGE-OR-KEEP
               END-READ
           END-PERFORM.
           IF WS-CLOSED-STATUS NOT = "35" THEN
               CLOSE CLOSED-FILE
               CLOSE WORK-FILE
               IF WS-FILE-PURGED > ZERO THEN
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT CLOSED-FILE
                   MOVE "N" TO WS-WORK-EOF
                   PERFORM UNTIL WS-WORK-EOF = "Y"
                       READ WORK-FILE
                           AT END
                               MOVE "Y" TO WS-WORK-EOF
                           NOT AT END
                               MOVE WORK-RECORD TO CLOSED-RECORD
                               WRITE CLOSED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE CLOSED-FILE
               END-IF
           END-IF.
           PERFORM 0370-END-FILE.

      *> TRANARCH and each dated archive present in the scan.
           0320-PURGE-TRAN-ARCHIVE.

           PERFORM 0350-START-FILE.
           MOVE "N" TO WS-ARCH-EOF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-ARCH-EOF
           ELSE
               IF WS-ARCHIVE-NAME NOT = "TRANARCH" THEN
                   ADD 1 TO WS-DATED-FILES
               END-IF
               OPEN OUTPUT WORK-FILE
           END-IF.
           PERFORM UNTIL WS-ARCH-EOF = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-ARCH-EOF
                   NOT AT END
                       MOVE "N" TO WS-PURGE-IT
                       MOVE TL-ACCT-NUMBER TO WS-CHECK-ACCT
                       MOVE TL-DATE TO WS-RECORD-DATE
                       PERFORM 0410-CHECK-EXPIRED
                       MOVE TL-AMOUNT TO WS-RECORD-AMOUNT
                       MOVE ARCHIVE-RECORD TO WORK-RECORD
                       PERFORM 0360-PURGE-OR-KEEP
               END-READ
           END-PERFORM.
           IF WS-ARCH-STATUS NOT = "35" THEN
               CLOSE ARCHIVE-FILE
               CLOSE WORK-FILE
               IF WS-FILE-PURGED > ZERO THEN
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT ARCHIVE-FILE
                   MOVE "N" TO WS-WORK-EOF
                   PERFORM UNTIL WS-WORK-EOF = "Y"
                       READ WORK-FILE
                           AT END
                               MOVE "Y" TO WS-WORK-EOF
                           NOT AT END
                               MOVE WORK-RECORD TO ARCHIVE-RECORD
                               WRITE ARCHIVE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.
           PERFORM 0370-END-FILE.

      *> Security events go on age alone, unless the account they
      *> concern is held.
           0340-PURGE-SECURITY-LOG.

           MOVE "SECLOG" TO WS-ARCHIVE-NAME.
           PERFORM 0350-START-FILE.
           MOVE "N" TO WS-SEC-EOF.
           OPEN INPUT SECURITY-LOG.
           IF WS-SEC-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-SEC-EOF
           ELSE
               OPEN OUTPUT WORK-FILE
           END-IF.
           PERFORM UNTIL WS-SEC-EOF = "Y"
               READ SECURITY-LOG
                   AT END
                       MOVE "Y" TO WS-SEC-EOF
                   NOT AT END
                       MOVE "N" TO WS-PURGE-IT
                       IF SE-DATE < WS-SEC-CUTOFF THEN
                           MOVE "Y" TO WS-PURGE-IT
                           IF SE-ACCT-NUMBER NOT = ZERO THEN
                               MOVE SE-ACCT-NUMBER TO WS-CHECK-ACCT
                               PERFORM 0400-CHECK-HELD
                               IF WS-HELD = "Y" THEN
                                   MOVE "N" TO WS-PURGE-IT
                               END-IF
                           END-IF
                       END-IF
                       MOVE SE-DATE TO WS-RECORD-DATE
                       MOVE ZERO TO WS-RECORD-AMOUNT
                       MOVE SECLOG-RECORD TO WORK-RECORD
                       PERFORM 0360-PURGE-OR-KEEP
               END-READ
           END-PERFORM.
           IF WS-SEC-STATUS NOT = "35" THEN
               CLOSE SECURITY-LOG
               CLOSE WORK-FILE
               IF WS-FILE-PURGED > ZERO THEN
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT SECURITY-LOG
                   MOVE "N" TO WS-WORK-EOF
                   PERFORM UNTIL WS-WORK-EOF = "Y"
                       READ WORK-FILE
                           AT END
                               MOVE "Y" TO WS-WORK-EOF
                           NOT AT END
                               MOVE WORK-RECORD TO SECLOG-RECORD
                               WRITE SECLOG-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE SECURITY-LOG
               END-IF
           END-IF.
           PERFORM 0370-END-FILE.

           0350-START-FILE.

           MOVE ZERO TO WS-FILE-PURGED.
           MOVE ZERO TO WS-FILE-KEPT.
           MOVE ZERO TO WS-FILE-HASH.

      *> The caller has put the record in WORK-RECORD, its date in
      *> WS-RECORD-DATE and its amount (if any) in WS-RECORD-AMOUNT.
           0360-PURGE-OR-KEEP.

           IF WS-PURGE-IT = "Y" THEN
               ADD 1 TO WS-FILE-PURGED
               ADD WS-RECORD-AMOUNT TO WS-FILE-HASH
               MOVE SPACES TO PURGE-RECORD
               MOVE "D" TO PG-RECORD-TYPE
               MOVE WS-ARCHIVE-NAME TO PG-SOURCE-FILE
               MOVE WS-RECORD-DATE TO PG-RECORD-DATE
               MOVE WORK-RECORD TO PG-DATA
               WRITE PURGE-RECORD
               MOVE WS-ARCHIVE-NAME TO CT-SOURCE-FILE
               MOVE WS-RECORD-DATE(1:6) TO CT-PERIOD
               RELEASE CERT-SORT-RECORD
           ELSE
               ADD 1 TO WS-FILE-KEPT
               WRITE WORK-RECORD
           END-IF.

           0370-END-FILE.

           IF WS-FILE-PURGED > ZERO THEN
               MOVE SPACES TO PURGE-RECORD
               MOVE "T" TO PG-RECORD-TYPE
               MOVE WS-ARCHIVE-NAME TO PG-SOURCE-FILE
               MOVE WS-TODAY-DATE TO PG-RECORD-DATE
               MOVE WS-FILE-PURGED TO PG-RECORD-COUNT
               MOVE WS-FILE-HASH TO PG-AMOUNT-HASH
               WRITE PURGE-RECORD
               ADD WS-FILE-PURGED TO WS-TOTAL-PURGED
               ADD WS-FILE-HASH TO WS-TOTAL-HASH
               DISPLAY "[" WS-ARCHIVE-NAME " - " WS-FILE-PURGED
                   " PURGED, " WS-FILE-KEPT " KEPT]"
           END-IF.

           0400-CHECK-HELD.

           MOVE "N" TO WS-HELD.
           MOVE SPACES TO WS-HELD-REASON.
           IF WS-HOLD-OPEN = "Y" THEN
               MOVE WS-CHECK-ACCT TO LH-ACCT-NUMBER
               READ HOLD-FILE
                   KEY IS LH-ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-HOLD-STATUS = "00" THEN
                   IF LH-ON-LEGAL-HOLD THEN
                       MOVE "Y" TO WS-HELD
                       MOVE "LEGAL HOLD" TO WS-HELD-REASON
                   END-IF
                   IF WS-HELD = "N" AND LH-DISPUTE-OPEN THEN
                       MOVE "Y" TO WS-HELD
                       MOVE "OPEN DISPUTE" TO WS-HELD-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-HELD = "N" THEN
               PERFORM VARYING WS-RETRY-IDX FROM 1 BY 1
                       UNTIL WS-RETRY-IDX > WS-RETRY-COUNT
                   IF WS-RETRY-ACCT(WS-RETRY-IDX) = WS-CHECK-ACCT
                       MOVE "Y" TO WS-HELD
                       MOVE "PENDING SO RETRY" TO WS-HELD-REASON
                   END-IF
               END-PERFORM
           END-IF.

      *> A record goes if its account is on the expired list and it
      *> dates from no later than the closure - a record after it
      *> belongs to a later account under a reused number.
           0410-CHECK-EXPIRED.

           IF WS-EXPIRED-COUNT > ZERO THEN
               SEARCH ALL WS-EXPIRED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EX-ACCT(WS-EX-IDX) = WS-CHECK-ACCT
                       IF WS-RECORD-DATE NOT >
                               WS-EX-CLOSE-DATE(WS-EX-IDX) THEN
                           MOVE "Y" TO WS-PURGE-IT
                       END-IF
               END-SEARCH
           END-IF.

           0500-PRINT-CERTIFICATE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "RECORDS REMOVED BY FILE AND MONTH" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  FILE              MONTH       RECORDS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN CERT-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 0510-COUNT-ONE-RECORD
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-CERT-LINE = "N" THEN
               PERFORM 0520-PERIOD-LINE
               PERFORM 0530-FILE-TOTAL-LINE
           ELSE
               MOVE "  NONE" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           0510-COUNT-ONE-RECORD.

           IF WS-FIRST-CERT-LINE = "Y" THEN
               MOVE "N" TO WS-FIRST-CERT-LINE
           ELSE
               IF CT-SOURCE-FILE NOT = WS-PREV-SOURCE THEN
                   PERFORM 0520-PERIOD-LINE
                   PERFORM 0530-FILE-TOTAL-LINE
               ELSE
                   IF CT-PERIOD NOT = WS-PREV-PERIOD THEN
                       PERFORM 0520-PERIOD-LINE
                   END-IF
               END-IF
           END-IF.
           MOVE CT-SOURCE-FILE TO WS-PREV-SOURCE.
           MOVE CT-PERIOD TO WS-PREV-PERIOD.
           ADD 1 TO WS-PERIOD-COUNT.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD 1 TO WS-CERT-TOTAL.

           0520-PERIOD-LINE.

           MOVE WS-PERIOD-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-PREV-SOURCE " " WS-PREV-PERIOD
               " " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE ZERO TO WS-PERIOD-COUNT.

           0530-FILE-TOTAL-LINE.

           MOVE WS-SOURCE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-PREV-SOURCE " TOTAL " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE ZERO TO WS-SOURCE-COUNT.

      *> The certificate's count must agree with the purge file's
      *> ALL FILES total before it is signed.
           0600-CERTIFICATE-TOTALS.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-CERT-TOTAL TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RECORDS REMOVED " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOTAL-PURGED TO WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-HASH TO WS-DISPLAY-HASH.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PURGE FILE CONTROL TOTAL " WS-DISPLAY-COUNT
               "  AMOUNT HASH " WS-DISPLAY-HASH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXPIRED ACCOUNTS PURGED " WS-EXPIRED-COUNT
               "  KEPT UNDER HOLD " WS-ACCOUNTS-HELD
               "  DATED ARCHIVES READ " WS-DATED-FILES
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "CHECKED BY ........................  DATE ........"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "COMPLIANCE APPROVAL ...............  DATE ........"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       END PROGRAM RETPURGE.
