               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT TD-FILE ASSIGN TO "TDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT LOAN-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT ARREARS-FILE ASSIGN TO "LOANARRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-KEY
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               ALTERNATE RECORD KEY IS PA-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT MIGRATION-FILE ASSIGN TO "MIGRSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MG-KEY
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT BAND-FILE ASSIGN TO "PRODBAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAND-KEY
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT HOLD-FILE ASSIGN TO "LEGALHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-ACCT-NUMBER
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT STAFF-LINK-FILE ASSIGN TO "STAFFCUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               ALTERNATE RECORD KEY IS SL-CUST-KEY
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT BACKUP-FILE ASSIGN USING WS-BKP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY CALREC.
       FD  TD-FILE.
       01  TD-RECORD.
           COPY TDREC.
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           COPY LNSCHREC.
       FD  ARREARS-FILE.
       01  ARREARS-RECORD.
           COPY LNARRREC.
       FD  RELATION-FILE.
       01  RELATION-RECORD.
           COPY RELREC.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY PENDREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           COPY MANDREC.
       FD  MIGRATION-FILE.
       01  MIGRATION-RECORD.
           COPY MIGRREC.
       FD  BAND-FILE.
       01  BAND-RECORD.
           COPY BANDREC.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY LGLHREC.
       FD  STAFF-LINK-FILE.
       01  STAFF-LINK-RECORD.
           COPY STAFFLNK.
       FD  BACKUP-FILE.
      *> Wide enough for a change log record with its before and
      *> after images.
       01  BACKUP-RECORD PIC X(600).
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 BC-DATE              PIC 9(8).
           PERFORM 0160-BACKUP-PRODMSTR.
           PERFORM 0170-BACKUP-CASSETTE.
           PERFORM 0180-BACKUP-CALFILE.
           PERFORM 0190-BACKUP-TDMSTR.
           PERFORM 0200-BACKUP-LOANMSTR.
           PERFORM 0210-BACKUP-LOANSCHD.
           PERFORM 0220-BACKUP-LOANARRS.
           PERFORM 0230-BACKUP-ACCTREL.
           PERFORM 0240-BACKUP-PENDAUTH.
           PERFORM 0250-BACKUP-CHGLOG.
           PERFORM 0260-BACKUP-MANDATE.
           PERFORM 0270-BACKUP-MIGRSCHD.
           PERFORM 0280-BACKUP-PRODBAND.
           PERFORM 0290-BACKUP-LEGALHLD.
           PERFORM 0300-BACKUP-STAFFCUS.

           PERFORM 0400-PURGE-OLD-GENERATIONS.

               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0190-BACKUP-TDMSTR.

           MOVE "TDMSTR" TO WS-CURRENT-FILE.
           OPEN INPUT TD-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ TD-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD TD-PRINCIPAL TO WS-HASH-TOTAL
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE TD-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE TD-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0200-BACKUP-LOANMSTR.

           MOVE "LOANMSTR" TO WS-CURRENT-FILE.
           OPEN INPUT LOAN-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD LN-OUTSTANDING TO WS-HASH-TOTAL
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE LOAN-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0210-BACKUP-LOANSCHD.

           MOVE "LOANSCHD" TO WS-CURRENT-FILE.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ SCHEDULE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD LS-INSTALMENT-AMOUNT TO WS-HASH-TOTAL
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE SCHEDULE-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0220-BACKUP-LOANARRS.

           MOVE "LOANARRS" TO WS-CURRENT-FILE.
           OPEN INPUT ARREARS-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ ARREARS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD LA-AMOUNT-DUE TO WS-HASH-TOTAL
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE ARREARS-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARREARS-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0230-BACKUP-ACCTREL.

           MOVE "ACCTREL" TO WS-CURRENT-FILE.
           OPEN INPUT RELATION-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ RELATION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD REL-MANDATE-LIMIT TO WS-HASH-TOTAL
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE RELATION-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE RELATION-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0240-BACKUP-PENDAUTH.

           MOVE "PENDAUTH" TO WS-CURRENT-FILE.
           OPEN INPUT PENDING-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ PENDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD PA-NEW-VALUE TO WS-HASH-TOTAL
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE PENDING-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0250-BACKUP-CHGLOG.

           MOVE "CHGLOG" TO WS-CURRENT-FILE.
           OPEN INPUT CHANGE-LOG.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ CHANGE-LOG NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE CHANGE-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0260-BACKUP-MANDATE.

           MOVE "MANDATE" TO WS-CURRENT-FILE.
           OPEN INPUT MANDATE-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ MANDATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD MD-MAX-AMOUNT TO WS-HASH-TOTAL
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE MANDATE-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0270-BACKUP-MIGRSCHD.

           MOVE "MIGRSCHD" TO WS-CURRENT-FILE.
           OPEN INPUT MIGRATION-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ MIGRATION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD MG-MOVED-COUNT TO WS-HASH-TOTAL
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE MIGRATION-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE MIGRATION-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0280-BACKUP-PRODBAND.

           MOVE "PRODBAND" TO WS-CURRENT-FILE.
           OPEN INPUT BAND-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ BAND-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD BAND-FLOOR TO WS-HASH-TOTAL
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE BAND-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE BAND-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0290-BACKUP-LEGALHLD.

           MOVE "LEGALHLD" TO WS-CURRENT-FILE.
           OPEN INPUT HOLD-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE HOLD-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0300-BACKUP-STAFFCUS.

           MOVE "STAFFCUS" TO WS-CURRENT-FILE.
           OPEN INPUT STAFF-LINK-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ STAFF-LINK-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE STAFF-LINK-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE STAFF-LINK-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0400-PURGE-OLD-GENERATIONS.

           MOVE ZERO TO WS-DATE-COUNT.
