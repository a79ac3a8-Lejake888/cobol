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
           IF WS-CHOSEN-FILE = "ALL" OR "CALFILE" THEN
               PERFORM 0180-RESTORE-CALFILE
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "TDMSTR" THEN
               PERFORM 0190-RESTORE-TDMSTR
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "LOANMSTR" THEN
               PERFORM 0200-RESTORE-LOANMSTR
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "LOANSCHD" THEN
               PERFORM 0210-RESTORE-LOANSCHD
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "LOANARRS" THEN
               PERFORM 0220-RESTORE-LOANARRS
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "ACCTREL" THEN
               PERFORM 0230-RESTORE-ACCTREL
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "PENDAUTH" THEN
               PERFORM 0240-RESTORE-PENDAUTH
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "CHGLOG" THEN
               PERFORM 0250-RESTORE-CHGLOG
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "MANDATE" THEN
               PERFORM 0260-RESTORE-MANDATE
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "MIGRSCHD" THEN
               PERFORM 0270-RESTORE-MIGRSCHD
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "PRODBAND" THEN
               PERFORM 0280-RESTORE-PRODBAND
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "LEGALHLD" THEN
               PERFORM 0290-RESTORE-LEGALHLD
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "STAFFCUS" THEN
               PERFORM 0300-RESTORE-STAFFCUS
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-FILES-RESTORED " FILE(S) RESTORED, "
               END-IF
           END-IF.

           0190-RESTORE-TDMSTR.

           MOVE "TDMSTR" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT TD-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO TD-RECORD
                                   WRITE TD-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                                   ADD TD-PRINCIPAL TO WS-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TD-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0200-RESTORE-LOANMSTR.

           MOVE "LOANMSTR" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT LOAN-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO LOAN-RECORD
                                   WRITE LOAN-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                                   ADD LN-OUTSTANDING TO WS-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOAN-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0210-RESTORE-LOANSCHD.

           MOVE "LOANSCHD" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT SCHEDULE-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO SCHEDULE-RECORD
                                   WRITE SCHEDULE-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                                   ADD LS-INSTALMENT-AMOUNT
                                       TO WS-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SCHEDULE-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0220-RESTORE-LOANARRS.

           MOVE "LOANARRS" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT ARREARS-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO ARREARS-RECORD
                                   WRITE ARREARS-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                                   ADD LA-AMOUNT-DUE TO WS-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARREARS-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0230-RESTORE-ACCTREL.

           MOVE "ACCTREL" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT RELATION-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO RELATION-RECORD
                                   WRITE RELATION-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                                   ADD REL-MANDATE-LIMIT
                                       TO WS-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELATION-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0240-RESTORE-PENDAUTH.

           MOVE "PENDAUTH" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT PENDING-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO PENDING-RECORD
                                   WRITE PENDING-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                                   ADD PA-NEW-VALUE TO WS-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0250-RESTORE-CHGLOG.

           MOVE "CHGLOG" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT CHANGE-LOG
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO CHANGE-RECORD
                                   WRITE CHANGE-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHANGE-LOG
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0260-RESTORE-MANDATE.

           MOVE "MANDATE" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT MANDATE-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO MANDATE-RECORD
                                   WRITE MANDATE-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                                   ADD MD-MAX-AMOUNT TO WS-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MANDATE-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0270-RESTORE-MIGRSCHD.

           MOVE "MIGRSCHD" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT MIGRATION-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO MIGRATION-RECORD
                                   WRITE MIGRATION-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                                   ADD MG-MOVED-COUNT TO WS-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MIGRATION-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0280-RESTORE-PRODBAND.

           MOVE "PRODBAND" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT BAND-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO BAND-RECORD
                                   WRITE BAND-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                                   ADD BAND-FLOOR TO WS-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BAND-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0290-RESTORE-LEGALHLD.

           MOVE "LEGALHLD" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT HOLD-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO HOLD-RECORD
                                   WRITE HOLD-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HOLD-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0300-RESTORE-STAFFCUS.

           MOVE "STAFFCUS" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT STAFF-LINK-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO STAFF-LINK-RECORD
                                   WRITE STAFF-LINK-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STAFF-LINK-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

       END PROGRAM MSTRREST.
