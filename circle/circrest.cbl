       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCREST AS "CIRCREST".
      *> Reloads a quotation or stock master from a CIRCBKUP
      *> generation, proving the count and hash against the trailer
      *> and the BKUPCTL catalogue entry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO "QUOTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-QUOTE-NUMBER
               ALTERNATE RECORD KEY IS QT-JOB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT QUOTE-LINE-FILE ASSIGN TO "QUOTLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-KEY
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-MATERIAL-CODE
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT BACKUP-FILE ASSIGN USING WS-BKP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "BKUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT RESTORE-REPORT ASSIGN TO "CIRCREST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
       01  QUOTE-RECORD.
           COPY QUOTEREC.
       FD  QUOTE-LINE-FILE.
       01  QUOTE-LINE-RECORD.
           COPY QUOTLREC.
       FD  STOCK-FILE.
       01  STOCK-RECORD.
           COPY STOCKREC.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD PIC X(250).
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 BC-DATE              PIC 9(8).
           05 BC-FILE-NAME         PIC X(8).
           05 BC-RECORD-COUNT      PIC 9(9).
           05 BC-HASH-TOTAL        PIC 9(13)V9(2).
       FD  RESTORE-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-MSTR-STATUS PIC XX.
           01 WS-BKP-STATUS PIC XX.
           01 WS-CAT-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-BKP-EOF PIC X VALUE "N".
           01 WS-CAT-EOF PIC X VALUE "N".
           01 WS-RESTORE-DATE PIC 9(8).
           01 WS-CHOSEN-FILE PIC X(8).
           01 WS-CONFIRM PIC X.
           01 WS-BKP-NAME.
               05 FILLER PIC X(4) VALUE "BKP.".
               05 WS-BKP-FILE PIC X(8).
               05 FILLER PIC X VALUE ".".
               05 WS-BKP-DATE PIC 9(8).
           01 WS-CURRENT-FILE PIC X(8).
           01 WS-CATALOGUED PIC X VALUE "N".
           01 WS-CAT-COUNT PIC 9(9).
           01 WS-CAT-HASH PIC 9(13)V9(2).
           01 WS-RECORD-COUNT PIC 9(9) VALUE ZERO.
           01 WS-HASH-TOTAL PIC 9(13)V9(2) VALUE ZERO.
           01 WS-TRAILER-SEEN PIC X VALUE "N".
           01 WS-TRAILER-PARSE.
               05 WS-TP-MARK PIC X(9).
               05 WS-TP-COUNT PIC 9(9).
               05 WS-TP-HASH PIC 9(13)V9(2).
           01 WS-FILES-RESTORED PIC 99 VALUE ZERO.
           01 WS-FILES-FAILED PIC 99 VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY "[ENTER GENERATION DATE TO RESTORE "
               "(YYYYMMDD)]: ".
           ACCEPT WS-RESTORE-DATE.
           MOVE WS-RESTORE-DATE TO WS-BKP-DATE.
           DISPLAY "[ENTER FILE TO RESTORE (NAME OR ALL)]: ".
           ACCEPT WS-CHOSEN-FILE.
           DISPLAY "[RESTORING REPLACES THE LIVE FILE(S) - "
               "CONFIRM (Y/N)]: ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" THEN
               DISPLAY "[RESTORE ABANDONED]"
               STOP RUN
           END-IF.

           OPEN OUTPUT RESTORE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MASTER FILE RESTORE FROM GENERATION "
               WS-RESTORE-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           IF WS-CHOSEN-FILE = "ALL" OR "QUOTMSTR" THEN
               PERFORM 0110-RESTORE-QUOTMSTR
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "QUOTLINE" THEN
               PERFORM 0120-RESTORE-QUOTLINE
           END-IF.
           IF WS-CHOSEN-FILE = "ALL" OR "STOCKMST" THEN
               PERFORM 0130-RESTORE-STOCKMST
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-FILES-RESTORED " FILE(S) RESTORED, "
               WS-FILES-FAILED " FAILED VERIFICATION OR MISSING"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE RESTORE-REPORT.

           DISPLAY "[" WS-FILES-RESTORED " FILE(S) RESTORED, "
               WS-FILES-FAILED " FAILED - SEE CIRCREST.RPT]".
           IF WS-FILES-FAILED > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           0050-FIND-CATALOG-ENTRY.

           MOVE "N" TO WS-CATALOGUED.
           MOVE "N" TO WS-CAT-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-CAT-EOF
           ELSE
               PERFORM UNTIL WS-CAT-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CAT-EOF
                       NOT AT END
                           IF BC-DATE = WS-RESTORE-DATE AND
                                   BC-FILE-NAME =
                                       WS-CURRENT-FILE THEN
                               MOVE "Y" TO WS-CATALOGUED
                               MOVE BC-RECORD-COUNT
                                   TO WS-CAT-COUNT
                               MOVE BC-HASH-TOTAL TO WS-CAT-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

           0060-START-ONE-RESTORE.

           MOVE WS-CURRENT-FILE TO WS-BKP-FILE.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-HASH-TOTAL.
           MOVE "N" TO WS-BKP-EOF.
           MOVE "N" TO WS-TRAILER-SEEN.
           OPEN INPUT BACKUP-FILE.

           0070-VERIFY-ONE-RESTORE.

           CLOSE BACKUP-FILE.
           IF WS-TRAILER-SEEN = "Y" AND
                   WS-RECORD-COUNT = WS-TP-COUNT AND
                   WS-RECORD-COUNT = WS-CAT-COUNT AND
                   WS-HASH-TOTAL = WS-TP-HASH AND
                   WS-HASH-TOTAL = WS-CAT-HASH THEN
               ADD 1 TO WS-FILES-RESTORED
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-CURRENT-FILE " RESTORED - RECORDS "
                   WS-RECORD-COUNT " HASH " WS-HASH-TOTAL
                   " VERIFIED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-FILES-FAILED
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-CURRENT-FILE
                   " ** VERIFY FAILED - LOADED " WS-RECORD-COUNT
                   " TRAILER " WS-TP-COUNT
                   " CATALOG " WS-CAT-COUNT " **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE WS-REPORT-LINE.

           0080-REPORT-UNAVAILABLE.

           ADD 1 TO WS-FILES-FAILED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CURRENT-FILE
               " NOT IN CATALOG FOR " WS-RESTORE-DATE
               " OR BACKUP FILE MISSING - NOT RESTORED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0090-CHECK-TRAILER.

           MOVE BACKUP-RECORD TO WS-TRAILER-PARSE.
           IF WS-TP-MARK = "*TRAILER*" THEN
               MOVE "Y" TO WS-TRAILER-SEEN
               MOVE "Y" TO WS-BKP-EOF
           END-IF.

           0110-RESTORE-QUOTMSTR.

           MOVE "QUOTMSTR" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT QUOTE-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO QUOTE-RECORD
                                   WRITE QUOTE-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                                   ADD QT-TOTAL-COST TO WS-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE QUOTE-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0120-RESTORE-QUOTLINE.

           MOVE "QUOTLINE" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT QUOTE-LINE-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO QUOTE-LINE-RECORD
                                   WRITE QUOTE-LINE-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                                   ADD QL-LINE-COST TO WS-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE QUOTE-LINE-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

           0130-RESTORE-STOCKMST.

           MOVE "STOCKMST" TO WS-CURRENT-FILE.
           PERFORM 0050-FIND-CATALOG-ENTRY.
           IF WS-CATALOGUED NOT = "Y" THEN
               PERFORM 0080-REPORT-UNAVAILABLE
           ELSE
               PERFORM 0060-START-ONE-RESTORE
               IF WS-BKP-STATUS NOT = "00" THEN
                   PERFORM 0080-REPORT-UNAVAILABLE
               ELSE
                   OPEN OUTPUT STOCK-FILE
                   PERFORM UNTIL WS-BKP-EOF = "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO WS-BKP-EOF
                           NOT AT END
                               PERFORM 0090-CHECK-TRAILER
                               IF WS-TRAILER-SEEN = "N" THEN
                                   MOVE BACKUP-RECORD
                                       TO STOCK-RECORD
                                   WRITE STOCK-RECORD
                                   ADD 1 TO WS-RECORD-COUNT
                                   ADD ST-REORDER-LEVEL TO WS-HASH-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STOCK-FILE
                   PERFORM 0070-VERIFY-ONE-RESTORE
               END-IF
           END-IF.

       END PROGRAM CIRCREST.
