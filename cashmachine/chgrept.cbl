       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGREPT AS "CHGREPT".
      *> Daily maintenance-activity report. Every master file change
      *> logged to CHGLOG on the report date is listed by operator and
      *> file, in time order, with the adds, changes and deletes each
      *> operator made to each file totalled beneath. The record
      *> images themselves are read back on CHGINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.
           SELECT SORT-FILE ASSIGN TO "CHGREPT.SRT".
           SELECT CHANGE-REPORT ASSIGN TO "CHGREPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-OPERATOR-ID      PIC X(6).
           05 SRT-FILE-NAME        PIC X(8).
           05 SRT-TIME             PIC 9(8).
           05 SRT-RECORD-KEY       PIC X(20).
           05 SRT-PROGRAM-NAME     PIC X(9).
           05 SRT-ACTION           PIC X.
       FD  CHANGE-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-CHG-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-CHG-EOF PIC X VALUE "N".
           01 WS-SORT-EOF PIC X VALUE "N".
           01 WS-REPORT-DATE PIC 9(8).
           01 WS-FIRST-RECORD PIC X VALUE "Y".
           01 WS-PREV-OPERATOR PIC X(6).
           01 WS-PREV-FILE PIC X(8).
           01 WS-ACTION-NAME PIC X(7).
           01 WS-FILE-ADDS PIC 9(5) VALUE ZERO.
           01 WS-FILE-CHANGES PIC 9(5) VALUE ZERO.
           01 WS-FILE-DELETES PIC 9(5) VALUE ZERO.
           01 WS-OPER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-ADDS PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-CHANGES PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-DELETES PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-OPERATORS PIC 9(4) VALUE ZERO.
           01 WS-CHANGES-LISTED PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY "[ENTER REPORT DATE (YYYYMMDD, 0 FOR TODAY)]: ".
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE = ZERO THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF.

           OPEN INPUT CHANGE-LOG.
           IF WS-CHG-STATUS = "35" THEN
               DISPLAY "[NO CHANGE LOG - NOTHING TO REPORT]"
               STOP RUN
           END-IF.

           OPEN OUTPUT CHANGE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DAILY MAINTENANCE ACTIVITY REPORT FOR "
               WS-REPORT-DATE " (BY OPERATOR AND FILE)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-OPERATOR-ID
               ON ASCENDING KEY SRT-FILE-NAME
               ON ASCENDING KEY SRT-TIME
               INPUT PROCEDURE IS 0100-SELECT-DAYS-CHANGES
               OUTPUT PROCEDURE IS 0200-WRITE-ACTIVITY-REPORT.
           CLOSE CHANGE-LOG.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGES " WS-CHANGES-LISTED
               "  OPERATORS " WS-TOTAL-OPERATORS
               "  ADDED " WS-TOTAL-ADDS
               "  CHANGED " WS-TOTAL-CHANGES
               "  DELETED " WS-TOTAL-DELETES
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE CHANGE-REPORT.

           DISPLAY "[" WS-CHANGES-LISTED " CHANGE(S) WRITTEN TO "
               "CHGREPT.RPT]".
           STOP RUN.

      *> Only the report date is read, through the log-date key.
           0100-SELECT-DAYS-CHANGES.

           MOVE WS-REPORT-DATE TO CH-LOG-DATE.
           START CHANGE-LOG KEY IS NOT LESS THAN CH-LOG-DATE
               INVALID KEY
                   MOVE "Y" TO WS-CHG-EOF
           END-START.
           PERFORM UNTIL WS-CHG-EOF = "Y"
               READ CHANGE-LOG NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CHG-EOF
                   NOT AT END
                       IF CH-LOG-DATE NOT = WS-REPORT-DATE THEN
                           MOVE "Y" TO WS-CHG-EOF
                       ELSE
                           MOVE CH-OPERATOR-ID TO SRT-OPERATOR-ID
                           MOVE CH-FILE-NAME TO SRT-FILE-NAME
                           MOVE CH-TIME TO SRT-TIME
                           MOVE CH-RECORD-KEY TO SRT-RECORD-KEY
                           MOVE CH-PROGRAM-NAME TO SRT-PROGRAM-NAME
                           MOVE CH-ACTION TO SRT-ACTION
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           0200-WRITE-ACTIVITY-REPORT.

           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 0210-REPORT-ONE-CHANGE
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-RECORD = "N" THEN
               PERFORM 0300-FILE-TOTALS
               PERFORM 0310-OPERATOR-TOTALS
           END-IF.

           0210-REPORT-ONE-CHANGE.

           IF WS-FIRST-RECORD = "Y" THEN
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM 0220-NEW-OPERATOR
           ELSE
               IF SRT-OPERATOR-ID NOT = WS-PREV-OPERATOR THEN
                   PERFORM 0300-FILE-TOTALS
                   PERFORM 0310-OPERATOR-TOTALS
                   PERFORM 0220-NEW-OPERATOR
               ELSE
                   IF SRT-FILE-NAME NOT = WS-PREV-FILE THEN
                       PERFORM 0300-FILE-TOTALS
                   END-IF
               END-IF
           END-IF.
           MOVE SRT-FILE-NAME TO WS-PREV-FILE.

           EVALUATE SRT-ACTION
               WHEN "A"
                   MOVE "ADDED" TO WS-ACTION-NAME
                   ADD 1 TO WS-FILE-ADDS
                   ADD 1 TO WS-TOTAL-ADDS
               WHEN "D"
                   MOVE "DELETED" TO WS-ACTION-NAME
                   ADD 1 TO WS-FILE-DELETES
                   ADD 1 TO WS-TOTAL-DELETES
               WHEN OTHER
                   MOVE "CHANGED" TO WS-ACTION-NAME
                   ADD 1 TO WS-FILE-CHANGES
                   ADD 1 TO WS-TOTAL-CHANGES
           END-EVALUATE.
           ADD 1 TO WS-OPER-COUNT.
           ADD 1 TO WS-CHANGES-LISTED.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " SRT-TIME(1:6) " " SRT-FILE-NAME
               " KEY " SRT-RECORD-KEY " " WS-ACTION-NAME
               " BY " SRT-PROGRAM-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0220-NEW-OPERATOR.

           MOVE SRT-OPERATOR-ID TO WS-PREV-OPERATOR.
           MOVE ZERO TO WS-OPER-COUNT.
           ADD 1 TO WS-TOTAL-OPERATORS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OPERATOR " SRT-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0300-FILE-TOTALS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-PREV-OPERATOR " " WS-PREV-FILE
               " ADDED " WS-FILE-ADDS
               " CHANGED " WS-FILE-CHANGES
               " DELETED " WS-FILE-DELETES
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE ZERO TO WS-FILE-ADDS.
           MOVE ZERO TO WS-FILE-CHANGES.
           MOVE ZERO TO WS-FILE-DELETES.

           0310-OPERATOR-TOTALS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OPERATOR " WS-PREV-OPERATOR " TOTAL CHANGES "
               WS-OPER-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       END PROGRAM CHGREPT.
