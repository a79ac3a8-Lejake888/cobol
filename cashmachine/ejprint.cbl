       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJPRINT AS "EJPRINT".
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
           SELECT PRINT-REPORT ASSIGN TO "EJPRINT.RPT"
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
       FD  PRINT-REPORT.
       01  WS-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-EJ-STATUS PIC XX.
           01 WS-TERM-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-EJ-EOF PIC X VALUE "N".
           01 WS-TERM-EOF PIC X VALUE "N".
           01 WS-PRINT-DATE PIC 9(8).
           01 WS-TERMINAL-ID PIC X(4).
           01 WS-EJ-FILE-NAME.
               05 FILLER PIC X(9) VALUE "EJOURNAL.".
               05 WS-EJ-FILE-TERM PIC X(4).
               05 FILLER PIC X VALUE ".".
               05 WS-EJ-FILE-DATE PIC 9(8).
           01 WS-SESSION-OPEN PIC X VALUE "N".
           01 WS-OPEN-STAMP PIC 9(14).
           01 WS-TERM-SESSIONS PIC 9(5) VALUE ZERO.
           01 WS-TERM-DECLINES PIC 9(5) VALUE ZERO.
           01 WS-TERM-ABANDONED PIC 9(5) VALUE ZERO.
           01 WS-TERM-RECORDS PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-SESSIONS PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-DECLINES PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-ABANDONED PIC 9(7) VALUE ZERO.
           01 WS-TERMS-PRINTED PIC 9(4) VALUE ZERO.
           01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
           DISPLAY "[ENTER JOURNAL DATE (YYYYMMDD, 0 FOR TODAY)]: ".
           ACCEPT WS-PRINT-DATE.
           IF WS-PRINT-DATE = ZERO THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATE
           END-IF.
           DISPLAY "[ENTER TERMINAL ID (BLANK OR ALL FOR EVERY "
               "TERMINAL)]: ".
           MOVE SPACES TO WS-TERMINAL-ID.
           ACCEPT WS-TERMINAL-ID.

           OPEN OUTPUT PRINT-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TERMINAL ELECTRONIC JOURNAL " WS-PRINT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TIME   SESS   EVENT        CARD       ACCT   "
               "FUNCTION          AMOUNT  CCY OUTCOME  "
               "REASON               REFERENCE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           IF WS-TERMINAL-ID = SPACES OR WS-TERMINAL-ID = "ALL" THEN
               PERFORM 0080-PRINT-EVERY-TERMINAL
           ELSE
               PERFORM 0090-PRINT-ONE-TERMINAL
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-TERMS-PRINTED " TERMINAL(S), "
               WS-TOTAL-SESSIONS " SESSION(S), "
               WS-TOTAL-DECLINES " DECLINE(S), "
               WS-TOTAL-ABANDONED " ABANDONED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE PRINT-REPORT.

           DISPLAY "[JOURNAL PRINT COMPLETE - " WS-TOTAL-SESSIONS
               " SESSION(S) - SEE EJPRINT.RPT]".
           STOP RUN.

           0080-PRINT-EVERY-TERMINAL.

           MOVE "N" TO WS-TERM-EOF.
           OPEN INPUT TERMINAL-FILE.
           IF WS-TERM-STATUS NOT = "00" THEN
               MOVE "NO TERMINAL MASTER - NOTHING TO PRINT"
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               DISPLAY "[NO TERMINAL MASTER - NOTHING TO PRINT]"
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
                           PERFORM 0090-PRINT-ONE-TERMINAL
                   END-READ
               END-PERFORM
               CLOSE TERMINAL-FILE
           END-IF.

           0090-PRINT-ONE-TERMINAL.

           MOVE WS-TERMINAL-ID TO WS-EJ-FILE-TERM.
           MOVE WS-PRINT-DATE TO WS-EJ-FILE-DATE.
           MOVE ZERO TO WS-TERM-SESSIONS.
           MOVE ZERO TO WS-TERM-DECLINES.
           MOVE ZERO TO WS-TERM-ABANDONED.
           MOVE ZERO TO WS-TERM-RECORDS.
           MOVE "N" TO WS-SESSION-OPEN.
           MOVE "N" TO WS-EJ-EOF.
           ADD 1 TO WS-TERMS-PRINTED.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TERMINAL " WS-TERMINAL-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           OPEN INPUT TERMINAL-JOURNAL.
           IF WS-EJ-STATUS NOT = "00" THEN
               MOVE "  NO JOURNAL FOR THIS DATE" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               PERFORM 0100-PRINT-ONE-ENTRY
                   UNTIL WS-EJ-EOF = "Y"
               CLOSE TERMINAL-JOURNAL
               IF WS-SESSION-OPEN = "Y" THEN
                   PERFORM 0120-REPORT-ABANDONED
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-TERM-RECORDS " ENTRIES, "
                   WS-TERM-SESSIONS " SESSION(S), "
                   WS-TERM-DECLINES " DECLINE(S), "
                   WS-TERM-ABANDONED " ABANDONED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           ADD WS-TERM-SESSIONS TO WS-TOTAL-SESSIONS.
           ADD WS-TERM-DECLINES TO WS-TOTAL-DECLINES.
           ADD WS-TERM-ABANDONED TO WS-TOTAL-ABANDONED.

           0100-PRINT-ONE-ENTRY.

           READ TERMINAL-JOURNAL
               AT END
                   MOVE "Y" TO WS-EJ-EOF
           END-READ.
           IF WS-EJ-EOF = "N" THEN
               ADD 1 TO WS-TERM-RECORDS
      *> A card entered while the previous session never reached
      *> SESSION END means the customer walked away from it.
               IF EJ-CARD-IN THEN
                   IF WS-SESSION-OPEN = "Y" THEN
                       PERFORM 0120-REPORT-ABANDONED
                   END-IF
                   ADD 1 TO WS-TERM-SESSIONS
                   MOVE "Y" TO WS-SESSION-OPEN
                   MOVE EJ-SESSION-STAMP TO WS-OPEN-STAMP
               END-IF
               IF EJ-SESSION-END THEN
                   MOVE "N" TO WS-SESSION-OPEN
               END-IF
               IF EJ-DECLINED THEN
                   ADD 1 TO WS-TERM-DECLINES
               END-IF
               PERFORM 0110-FORMAT-ENTRY
           END-IF.

           0110-FORMAT-ENTRY.

           MOVE EJ-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING EJ-TIME " "
               EJ-SESSION-STAMP(9:6) " "
               EJ-EVENT " "
               EJ-CARD-NUMBER " "
               EJ-ACCT-NUMBER " "
               EJ-FUNCTION " "
               WS-DISPLAY-AMOUNT " "
               EJ-CURRENCY-CODE " "
               EJ-OUTCOME " "
               EJ-REASON " "
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF EJ-REF-NUMBER NOT = ZERO THEN
               MOVE EJ-REF-NUMBER TO WS-REPORT-LINE(106:12)
           END-IF.
           WRITE WS-REPORT-LINE.

           0120-REPORT-ABANDONED.

           ADD 1 TO WS-TERM-ABANDONED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ** SESSION " WS-OPEN-STAMP
               " NEVER ENDED - ABANDONED **"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       END PROGRAM EJPRINT.
