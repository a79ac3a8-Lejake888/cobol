       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHPEND AS "AUTHPEND".
      *> Nightly sweep of PENDAUTH. A change still pending at the end
      *> of its last business day is expired, so it can no longer be
      *> approved and must be asked for again through ACCTMAINT. What
      *> remains pending is listed on AUTHPEND.RPT, oldest first, for
      *> the supervisors to clear on ACCTAUTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PENDING-REPORT ASSIGN TO "AUTHPEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY PENDREC.
       FD  SECURITY-LOG.
       01  SECLOG-RECORD.
           COPY SECEVENT.
       FD  PENDING-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-PEND-STATUS PIC XX.
           01 WS-SEC-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-PEND-EOF PIC X VALUE "N".
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-CHANGE-NAME PIC X(16).
           01 WS-ITEMS-PENDING PIC 9(6) VALUE ZERO.
           01 WS-ITEMS-EXPIRED PIC 9(6) VALUE ZERO.
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-DISPLAY-OLD PIC Z,ZZZ,ZZ9.99.
           01 WS-DISPLAY-NEW PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           OPEN OUTPUT PENDING-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGES AWAITING AUTHORISATION " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           OPEN I-O PENDING-FILE.
           IF WS-PEND-STATUS = "00" THEN
               PERFORM UNTIL WS-PEND-EOF = "Y"
                   READ PENDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PEND-EOF
                       NOT AT END
                           IF PA-IS-PENDING THEN
                               PERFORM 0100-CHECK-PENDING-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STILL PENDING " WS-ITEMS-PENDING
               "  EXPIRED TONIGHT " WS-ITEMS-EXPIRED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE PENDING-REPORT.

           DISPLAY "[" WS-ITEMS-PENDING " CHANGE(S) PENDING, "
               WS-ITEMS-EXPIRED " EXPIRED - SEE AUTHPEND.RPT]".
           STOP RUN.

           0100-CHECK-PENDING-ITEM.

           EVALUATE TRUE
               WHEN PA-IS-OVERDRAFT
                   MOVE "OVERDRAFT LIMIT" TO WS-CHANGE-NAME
               WHEN PA-IS-DAILY-LIMIT
                   MOVE "DAILY LIMIT" TO WS-CHANGE-NAME
               WHEN OTHER
                   MOVE "UNLOCK" TO WS-CHANGE-NAME
           END-EVALUATE.
           MOVE PA-OLD-VALUE TO WS-DISPLAY-OLD.
           MOVE PA-NEW-VALUE TO WS-DISPLAY-NEW.
           MOVE SPACES TO WS-REPORT-LINE.
           IF PA-EXPIRY-DATE NOT > WS-TODAY-DATE THEN
               PERFORM 0200-EXPIRE-ITEM
               STRING "ACCT " PA-ACCT-NUMBER " " WS-CHANGE-NAME
                   " MAKER " PA-MAKER-ID " RAISED " PA-REQ-DATE
                   " - EXPIRED UNAPPROVED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-ITEMS-PENDING
               IF PA-IS-UNLOCK THEN
                   STRING "ACCT " PA-ACCT-NUMBER " " WS-CHANGE-NAME
                       " MAKER " PA-MAKER-ID " RAISED " PA-REQ-DATE
                       " EXPIRES " PA-EXPIRY-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "ACCT " PA-ACCT-NUMBER " " WS-CHANGE-NAME
                       " MAKER " PA-MAKER-ID " RAISED " PA-REQ-DATE
                       " EXPIRES " PA-EXPIRY-DATE
                       " FROM " WS-DISPLAY-OLD " TO " WS-DISPLAY-NEW
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           END-IF.
           WRITE WS-REPORT-LINE.

           0200-EXPIRE-ITEM.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE "E" TO PA-STATUS.
           MOVE SPACES TO PA-CHECKER-ID.
           MOVE WS-CURRENT-DATETIME(1:8) TO PA-DECISION-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO PA-DECISION-TIME.
           REWRITE PENDING-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           ADD 1 TO WS-ITEMS-EXPIRED.

           OPEN EXTEND SECURITY-LOG.
           IF WS-SEC-STATUS = "35" THEN
               OPEN OUTPUT SECURITY-LOG
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF.
           MOVE WS-CURRENT-DATETIME(1:8) TO SE-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO SE-TIME.
           MOVE PA-ACCT-NUMBER TO SE-ACCT-NUMBER.
           MOVE "AUTH EXPIRED" TO SE-EVENT-TYPE.
           MOVE "EXPIRED" TO SE-OUTCOME.
           MOVE PA-MAKER-ID TO SE-OPERATOR-ID.
           MOVE SPACES TO SE-AUTHORISER-ID.
           MOVE ZERO TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.
           CLOSE SECURITY-LOG.

       END PROGRAM AUTHPEND.
