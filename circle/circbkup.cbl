       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCBKUP AS "CIRCBKUP".
      *> Unloads the shop's indexed masters - quotations, quote
      *> lines and material stock - to dated BKP generations
      *> catalogued on BKUPCTL, keeping the number of generations
      *> asked for. Each unload carries a count and hash trailer
      *> that CIRCREST proves on reload.
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
           SELECT CATALOG-WORK ASSIGN TO "BKUPCTL.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATW-STATUS.
           SELECT BACKUP-REPORT ASSIGN TO "CIRCBKUP.RPT"
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
       FD  CATALOG-WORK.
       01  CATALOG-WORK-RECORD PIC X(40).
       FD  BACKUP-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-MSTR-STATUS PIC XX.
           01 WS-BKP-STATUS PIC XX.
           01 WS-CAT-STATUS PIC XX.
           01 WS-CATW-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-MSTR-EOF PIC X VALUE "N".
           01 WS-CAT-EOF PIC X VALUE "N".
           01 WS-CATW-EOF PIC X VALUE "N".
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-GENERATIONS PIC 9(2).
           01 WS-BKP-NAME.
               05 FILLER PIC X(4) VALUE "BKP.".
               05 WS-BKP-FILE PIC X(8).
               05 FILLER PIC X VALUE ".".
               05 WS-BKP-DATE PIC 9(8).
           01 WS-CURRENT-FILE PIC X(8).
           01 WS-RECORD-COUNT PIC 9(9) VALUE ZERO.
           01 WS-HASH-TOTAL PIC 9(13)V9(2) VALUE ZERO.
           01 WS-FILES-BACKED-UP PIC 99 VALUE ZERO.
           01 WS-FILES-SKIPPED PIC 99 VALUE ZERO.
           01 WS-TRAILER.
               05 FILLER PIC X(9) VALUE "*TRAILER*".
               05 WS-TRL-COUNT PIC 9(9).
               05 WS-TRL-HASH PIC 9(13)V9(2).
           01 WS-DATE-IDX PIC 99 VALUE ZERO.
           01 WS-DATE-COUNT PIC 99 VALUE ZERO.
           01 WS-DATE-FOUND PIC X VALUE "N".
           01 WS-DATE-TABLE.
               05 WS-KNOWN-DATE PIC 9(8) OCCURS 60 TIMES.
           01 WS-SWAP-DATE PIC 9(8).
           01 WS-SORT-PASS PIC 99 VALUE ZERO.
           01 WS-CUTOFF-DATE PIC 9(8).
           01 WS-ENTRIES-KEPT PIC 9(4) VALUE ZERO.
           01 WS-ENTRIES-DROPPED PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-BKP-DATE.

           DISPLAY "[ENTER GENERATIONS TO KEEP (0 FOR DEFAULT "
               "7)]: ".
           ACCEPT WS-GENERATIONS.
           IF WS-GENERATIONS = ZERO THEN
               MOVE 7 TO WS-GENERATIONS
           END-IF.

           OPEN OUTPUT BACKUP-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MASTER FILE BACKUP " WS-TODAY-DATE
               " KEEPING " WS-GENERATIONS " GENERATION(S)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM 0110-BACKUP-QUOTMSTR.
           PERFORM 0120-BACKUP-QUOTLINE.
           PERFORM 0130-BACKUP-STOCKMST.

           PERFORM 0400-PURGE-OLD-GENERATIONS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-FILES-BACKED-UP " FILE(S) BACKED UP, "
               WS-FILES-SKIPPED " SKIPPED, "
               WS-ENTRIES-DROPPED " SUPERSEDED CATALOG ENTRY(IES)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE BACKUP-REPORT.

           DISPLAY "[" WS-FILES-BACKED-UP " MASTER(S) BACKED UP - "
               "SEE CIRCBKUP.RPT]".
           STOP RUN.

           0050-START-ONE-BACKUP.

           MOVE WS-CURRENT-FILE TO WS-BKP-FILE.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-HASH-TOTAL.
           MOVE "N" TO WS-MSTR-EOF.
           OPEN OUTPUT BACKUP-FILE.

           0060-FINISH-ONE-BACKUP.

           MOVE WS-RECORD-COUNT TO WS-TRL-COUNT.
           MOVE WS-HASH-TOTAL TO WS-TRL-HASH.
           MOVE SPACES TO BACKUP-RECORD.
           MOVE WS-TRAILER TO BACKUP-RECORD.
           WRITE BACKUP-RECORD.
           CLOSE BACKUP-FILE.
           PERFORM 0070-CATALOG-ONE-BACKUP.
           ADD 1 TO WS-FILES-BACKED-UP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CURRENT-FILE " UNLOADED TO " WS-BKP-NAME
               " RECORDS " WS-RECORD-COUNT
               " HASH " WS-HASH-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0070-CATALOG-ONE-BACKUP.

           OPEN EXTEND CATALOG-FILE.
           IF WS-CAT-STATUS = "35" THEN
               OPEN OUTPUT CATALOG-FILE
               CLOSE CATALOG-FILE
               OPEN EXTEND CATALOG-FILE
           END-IF.
           MOVE WS-TODAY-DATE TO BC-DATE.
           MOVE WS-CURRENT-FILE TO BC-FILE-NAME.
           MOVE WS-RECORD-COUNT TO BC-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BC-HASH-TOTAL.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.

           0080-REPORT-SKIPPED.

           ADD 1 TO WS-FILES-SKIPPED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CURRENT-FILE " NOT PRESENT - SKIPPED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0110-BACKUP-QUOTMSTR.

           MOVE "QUOTMSTR" TO WS-CURRENT-FILE.
           OPEN INPUT QUOTE-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ QUOTE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD QT-TOTAL-COST TO WS-HASH-TOTAL
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE QUOTE-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE QUOTE-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0120-BACKUP-QUOTLINE.

           MOVE "QUOTLINE" TO WS-CURRENT-FILE.
           OPEN INPUT QUOTE-LINE-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ QUOTE-LINE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD QL-LINE-COST TO WS-HASH-TOTAL
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE QUOTE-LINE-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE QUOTE-LINE-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0130-BACKUP-STOCKMST.

           MOVE "STOCKMST" TO WS-CURRENT-FILE.
           OPEN INPUT STOCK-FILE.
           IF WS-MSTR-STATUS NOT = "00" THEN
               PERFORM 0080-REPORT-SKIPPED
           ELSE
               PERFORM 0050-START-ONE-BACKUP
               PERFORM UNTIL WS-MSTR-EOF = "Y"
                   READ STOCK-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MSTR-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD ST-REORDER-LEVEL TO WS-HASH-TOTAL
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE STOCK-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE STOCK-FILE
               PERFORM 0060-FINISH-ONE-BACKUP
           END-IF.

           0400-PURGE-OLD-GENERATIONS.

           MOVE ZERO TO WS-DATE-COUNT.
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
                           PERFORM 0410-NOTE-CATALOG-DATE
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           IF WS-DATE-COUNT > WS-GENERATIONS THEN
               PERFORM 0420-SORT-DATES-DESCENDING
               MOVE WS-KNOWN-DATE(WS-GENERATIONS)
                   TO WS-CUTOFF-DATE
               PERFORM 0430-REWRITE-CATALOG
           END-IF.

           0410-NOTE-CATALOG-DATE.

           MOVE "N" TO WS-DATE-FOUND.
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-DATE-COUNT
               IF WS-KNOWN-DATE(WS-DATE-IDX) = BC-DATE THEN
                   MOVE "Y" TO WS-DATE-FOUND
               END-IF
           END-PERFORM.
           IF WS-DATE-FOUND = "N" AND WS-DATE-COUNT < 60 THEN
               ADD 1 TO WS-DATE-COUNT
               MOVE BC-DATE TO WS-KNOWN-DATE(WS-DATE-COUNT)
           END-IF.

           0420-SORT-DATES-DESCENDING.

           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS NOT < WS-DATE-COUNT
               PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                       UNTIL WS-DATE-IDX NOT < WS-DATE-COUNT
                   IF WS-KNOWN-DATE(WS-DATE-IDX) <
                           WS-KNOWN-DATE(WS-DATE-IDX + 1) THEN
                       MOVE WS-KNOWN-DATE(WS-DATE-IDX)
                           TO WS-SWAP-DATE
                       MOVE WS-KNOWN-DATE(WS-DATE-IDX + 1)
                           TO WS-KNOWN-DATE(WS-DATE-IDX)
                       MOVE WS-SWAP-DATE
                           TO WS-KNOWN-DATE(WS-DATE-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> The physical BKP files for superseded generations stay on
      *> disk for the operator to remove; only the catalog forgets
      *> them, which is what makes them ineligible for restore.
           0430-REWRITE-CATALOG.

           MOVE "N" TO WS-CAT-EOF.
           OPEN INPUT CATALOG-FILE.
           OPEN OUTPUT CATALOG-WORK.
           PERFORM UNTIL WS-CAT-EOF = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-CAT-EOF
                   NOT AT END
                       IF BC-DATE < WS-CUTOFF-DATE THEN
                           ADD 1 TO WS-ENTRIES-DROPPED
                       ELSE
                           ADD 1 TO WS-ENTRIES-KEPT
                           MOVE CATALOG-RECORD
                               TO CATALOG-WORK-RECORD
                           WRITE CATALOG-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
           CLOSE CATALOG-WORK.
           MOVE "N" TO WS-CATW-EOF.
           OPEN INPUT CATALOG-WORK.
           OPEN OUTPUT CATALOG-FILE.
           PERFORM UNTIL WS-CATW-EOF = "Y"
               READ CATALOG-WORK
                   AT END
                       MOVE "Y" TO WS-CATW-EOF
                   NOT AT END
                       MOVE CATALOG-WORK-RECORD TO CATALOG-RECORD
                       WRITE CATALOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE CATALOG-WORK.
           CLOSE CATALOG-FILE.

       END PROGRAM CIRCBKUP.
