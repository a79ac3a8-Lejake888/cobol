       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLRPT AS "DECLRPT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMINAL-JOURNAL ASSIGN USING WS-EJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJ-STATUS.
           SELECT TERMINAL-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-ID
               FILE STATUS IS WS-TERM-STATUS.
           SELECT DECLINE-REPORT ASSIGN TO "DECLRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERMINAL-JOURNAL.
       01  TERMINAL-JOURNAL-RECORD.
           COPY EJRNREC.
       FD  TERMINAL-FILE.
       01  TERMINAL-RECORD.
           COPY TERMREC.
       FD  DECLINE-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-EJ-STATUS PIC XX.
           01 WS-TERM-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-EJ-EOF PIC X VALUE "N".
           01 WS-TERM-EOF PIC X VALUE "N".
           01 WS-FROM-DATE PIC 9(8).
           01 WS-TO-DATE PIC 9(8).
           01 WS-DAY-DATE PIC 9(8).
           01 WS-DAY-INT PIC 9(8).
           01 WS-TO-INT PIC 9(8).
           01 WS-TERMINAL-ID PIC X(4).
           01 WS-EJ-FILE-NAME.
               05 FILLER PIC X(9) VALUE "EJOURNAL.".
               05 WS-EJ-FILE-TERM PIC X(4).
               05 FILLER PIC X VALUE ".".
               05 WS-EJ-FILE-DATE PIC 9(8).
           01 WS-SESSION-OPEN PIC X VALUE "N".
           01 WS-LOOKUP-REASON PIC X(20).
           01 WS-REASON-IDX PIC 99 VALUE ZERO.
           01 WS-REASON-FOUND PIC 99 VALUE ZERO.
      *> Decline counts by reason for the terminal in hand, and the
      *> same reasons summed over every terminal reported.
           01 WS-TERM-REASON-COUNT PIC 99 VALUE ZERO.
           01 WS-TERM-REASON-TABLE.
               05 WS-TERM-REASON-ENTRY OCCURS 30 TIMES.
                   10 WS-TR-REASON PIC X(20).
                   10 WS-TR-COUNT PIC 9(5).
           01 WS-ALL-REASON-COUNT PIC 99 VALUE ZERO.
           01 WS-ALL-REASON-TABLE.
               05 WS-ALL-REASON-ENTRY OCCURS 30 TIMES.
                   10 WS-AR-REASON PIC X(20).
                   10 WS-AR-COUNT PIC 9(7).
           01 WS-TERM-SESSIONS PIC 9(5) VALUE ZERO.
           01 WS-TERM-DECLINES PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-SESSIONS PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-DECLINES PIC 9(7) VALUE ZERO.
           01 WS-DECLINE-PCT PIC ZZ9.9.
       PROCEDURE DIVISION.
           DISPLAY "[ENTER FROM DATE (YYYYMMDD, 0 FOR TODAY)]: ".
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE = ZERO THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FROM-DATE
           END-IF.
           DISPLAY "[ENTER TO DATE (YYYYMMDD, 0 FOR SAME DAY)]: ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = ZERO OR WS-TO-DATE < WS-FROM-DATE THEN
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           DISPLAY "[ENTER TERMINAL ID (BLANK OR ALL FOR EVERY "
               "TERMINAL)]: ".
           MOVE SPACES TO WS-TERMINAL-ID.
           ACCEPT WS-TERMINAL-ID.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).

           OPEN OUTPUT DECLINE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ATM DECLINE ANALYSIS " WS-FROM-DATE " TO "
               WS-TO-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           IF WS-TERMINAL-ID = SPACES OR WS-TERMINAL-ID = "ALL" THEN
               PERFORM 0080-ANALYSE-EVERY-TERMINAL
           ELSE
               PERFORM 0090-ANALYSE-ONE-TERMINAL
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ALL TERMINALS - " WS-TOTAL-SESSIONS
               " SESSION(S), " WS-TOTAL-DECLINES " DECLINE(S)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-ALL-REASON-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-AR-REASON(WS-REASON-IDX) " "
                   WS-AR-COUNT(WS-REASON-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-PERFORM.
           CLOSE DECLINE-REPORT.

           DISPLAY "[DECLINE ANALYSIS COMPLETE - " WS-TOTAL-DECLINES
               " DECLINE(S) - SEE DECLRPT.RPT]".
           STOP RUN.

           0080-ANALYSE-EVERY-TERMINAL.

           MOVE "N" TO WS-TERM-EOF.
           OPEN INPUT TERMINAL-FILE.
           IF WS-TERM-STATUS NOT = "00" THEN
               MOVE "NO TERMINAL MASTER - NOTHING TO ANALYSE"
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               DISPLAY "[NO TERMINAL MASTER - NOTHING TO ANALYSE]"
           ELSE
               MOVE LOW-VALUES TO TERM-ID
               START TERMINAL-FILE
                   KEY IS NOT LESS THAN TERM-ID
                   INVALID KEY
                       MOVE "Y" TO WS-TERM-EOF
               END-START
               PERFORM UNTIL WS-TERM-EOF = "Y"
                   READ TERMINAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-TERM-EOF
                       NOT AT END
                           MOVE TERM-ID TO WS-TERMINAL-ID
                           PERFORM 0090-ANALYSE-ONE-TERMINAL
                   END-READ
               END-PERFORM
               CLOSE TERMINAL-FILE
           END-IF.

           0090-ANALYSE-ONE-TERMINAL.

           MOVE ZERO TO WS-TERM-REASON-COUNT.
           MOVE ZERO TO WS-TERM-SESSIONS.
           MOVE ZERO TO WS-TERM-DECLINES.
           MOVE WS-TERMINAL-ID TO WS-EJ-FILE-TERM.
           MOVE WS-FROM-DATE TO WS-DAY-DATE.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE).
           PERFORM 0100-READ-ONE-DAY
               UNTIL WS-DAY-INT > WS-TO-INT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-TERM-SESSIONS > ZERO THEN
               COMPUTE WS-DECLINE-PCT ROUNDED =
                   WS-TERM-DECLINES * 100 / WS-TERM-SESSIONS
           ELSE
               MOVE ZERO TO WS-DECLINE-PCT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TERMINAL " WS-TERMINAL-ID " - "
               WS-TERM-SESSIONS " SESSION(S), "
               WS-TERM-DECLINES " DECLINE(S), "
               WS-DECLINE-PCT " PER 100 SESSIONS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-TERM-REASON-COUNT = ZERO THEN
               MOVE "  NO DECLINES" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-TERM-REASON-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-TR-REASON(WS-REASON-IDX) " "
                   WS-TR-COUNT(WS-REASON-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-PERFORM.
           ADD WS-TERM-SESSIONS TO WS-TOTAL-SESSIONS.
           ADD WS-TERM-DECLINES TO WS-TOTAL-DECLINES.

           0100-READ-ONE-DAY.

           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-DAY-DATE TO WS-EJ-FILE-DATE.
           MOVE "N" TO WS-SESSION-OPEN.
           MOVE "N" TO WS-EJ-EOF.
           OPEN INPUT TERMINAL-JOURNAL.
           IF WS-EJ-STATUS = "00" THEN
               PERFORM 0110-COUNT-ONE-ENTRY
                   UNTIL WS-EJ-EOF = "Y"
               CLOSE TERMINAL-JOURNAL
               IF WS-SESSION-OPEN = "Y" THEN
                   PERFORM 0130-COUNT-ABANDONED
               END-IF
           END-IF.
           ADD 1 TO WS-DAY-INT.

           0110-COUNT-ONE-ENTRY.

           READ TERMINAL-JOURNAL
               AT END
                   MOVE "Y" TO WS-EJ-EOF
           END-READ.
           IF WS-EJ-EOF = "N" THEN
               IF EJ-CARD-IN THEN
                   IF WS-SESSION-OPEN = "Y" THEN
                       PERFORM 0130-COUNT-ABANDONED
                   END-IF
                   ADD 1 TO WS-TERM-SESSIONS
                   MOVE "Y" TO WS-SESSION-OPEN
               END-IF
               IF EJ-SESSION-END THEN
                   MOVE "N" TO WS-SESSION-OPEN
               END-IF
               IF EJ-DECLINED THEN
                   MOVE EJ-REASON TO WS-LOOKUP-REASON
                   PERFORM 0120-ADD-DECLINE
               END-IF
           END-IF.

      *> Walking away is counted alongside the declines - it is the
      *> customer turning the terminal down rather than the reverse.
           0130-COUNT-ABANDONED.

           MOVE "SESSION ABANDONED" TO WS-LOOKUP-REASON.
           PERFORM 0120-ADD-DECLINE.

           0120-ADD-DECLINE.

           IF WS-LOOKUP-REASON = SPACES THEN
               MOVE "NOT RECORDED" TO WS-LOOKUP-REASON
           END-IF.
           ADD 1 TO WS-TERM-DECLINES.
           MOVE ZERO TO WS-REASON-FOUND.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-TERM-REASON-COUNT
               IF WS-TR-REASON(WS-REASON-IDX) = WS-LOOKUP-REASON THEN
                   MOVE WS-REASON-IDX TO WS-REASON-FOUND
               END-IF
           END-PERFORM.
           IF WS-REASON-FOUND = ZERO AND
                   WS-TERM-REASON-COUNT < 30 THEN
               ADD 1 TO WS-TERM-REASON-COUNT
               MOVE WS-TERM-REASON-COUNT TO WS-REASON-FOUND
               MOVE WS-LOOKUP-REASON TO WS-TR-REASON(WS-REASON-FOUND)
               MOVE ZERO TO WS-TR-COUNT(WS-REASON-FOUND)
           END-IF.
           IF WS-REASON-FOUND > ZERO THEN
               ADD 1 TO WS-TR-COUNT(WS-REASON-FOUND)
           END-IF.
           MOVE ZERO TO WS-REASON-FOUND.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-ALL-REASON-COUNT
               IF WS-AR-REASON(WS-REASON-IDX) = WS-LOOKUP-REASON THEN
                   MOVE WS-REASON-IDX TO WS-REASON-FOUND
               END-IF
           END-PERFORM.
           IF WS-REASON-FOUND = ZERO AND
                   WS-ALL-REASON-COUNT < 30 THEN
               ADD 1 TO WS-ALL-REASON-COUNT
               MOVE WS-ALL-REASON-COUNT TO WS-REASON-FOUND
               MOVE WS-LOOKUP-REASON TO WS-AR-REASON(WS-REASON-FOUND)
               MOVE ZERO TO WS-AR-COUNT(WS-REASON-FOUND)
           END-IF.
           IF WS-REASON-FOUND > ZERO THEN
               ADD 1 TO WS-AR-COUNT(WS-REASON-FOUND)
           END-IF.

       END PROGRAM DECLRPT.
