           SELECT RESULTS-FILE ASSIGN TO "DICERSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "DICEPLYR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PLAYER-NUMBER
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT LEAGUE-REPORT ASSIGN TO "DICELEAG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05 DR-TOTAL-1           PIC 9(7).
           05 DR-TOTAL-2           PIC 9(7).
           05 DR-WINNER            PIC X(20).
           05 DR-PLAYER-NO-1       PIC 9(5).
           05 DR-PLAYER-NO-2       PIC 9(5).
           05 DR-WINNER-NO         PIC 9(5).
           05 DR-GAME-REF          PIC 9(14).
       FD  PLAYER-FILE.
       01  PLAYER-RECORD.
           COPY PLYRREC.
       FD  LEAGUE-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-RESULTS-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-PLAYER-STATUS PIC XX.
           01 WS-PLAYER-OPEN PIC X VALUE "N".
           01 WS-RESULTS-EOF PIC X VALUE "N".
           01 WS-GAMES-READ PIC 9(5) VALUE ZERO.
           01 WS-PLAYER-TOTAL PIC 99 VALUE ZERO.
           01 WS-LEAGUE-TABLE.
               05 WS-PLAYER-ENTRY OCCURS 50 TIMES.
                   10 WS-L-NAME          PIC X(20).
                   10 WS-L-NUMBER        PIC 9(5).
                   10 WS-L-RATING        PIC 9(4).
                   10 WS-L-GAMES         PIC 9(5).
                   10 WS-L-WINS          PIC 9(5).
                   10 WS-L-SCORE         PIC 9(9).
                   10 WS-L-REPORTED      PIC X.
           01 WS-WORK-NAME PIC X(20).
           01 WS-WORK-NUMBER PIC 9(5).
           01 WS-WORK-WON PIC X.
           01 WS-DISPLAY-RATING PIC Z(5)9 BLANK WHEN ZERO.
           01 WS-WORK-SCORE PIC 9(7).
           01 WS-AVG-SCORE PIC 9(7)V9(2).
           01 WS-DISPLAY-AVG PIC ZZZ,ZZ9.99.
               DISPLAY "[NO RESULTS FILE - NO GAMES SAVED YET]"
               STOP RUN
           END-IF.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS = "00" THEN
               MOVE "Y" TO WS-PLAYER-OPEN
           END-IF.

           PERFORM UNTIL WS-RESULTS-EOF = "Y"
               READ RESULTS-FILE
               END-READ
           END-PERFORM.
           CLOSE RESULTS-FILE.
           IF WS-PLAYER-OPEN = "Y" THEN
               CLOSE PLAYER-FILE
           END-IF.

           OPEN OUTPUT LEAGUE-REPORT.
           MOVE "DICE LEAGUE TABLE" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RANK PLAYER               WINS  GAMES AVG SCORE"
               "  RATING"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM 0300-WRITE-RANKED-LINE
               UNTIL WS-RANK >= WS-PLAYER-TOTAL.
           DISPLAY "[LEAGUE TABLE WRITTEN TO DICELEAG.RPT]".
           STOP RUN.

      *> Games played since players were registered carry their
      *> DICEPLYR numbers and are tallied by number under the current
      *> display name. Older games carry only the typed names and are
      *> tallied by name as before.
           0100-TALLY-GAME.

           IF DR-PLAYER-NO-1 NOT NUMERIC THEN
               MOVE ZERO TO DR-PLAYER-NO-1
               MOVE ZERO TO DR-PLAYER-NO-2
               MOVE ZERO TO DR-WINNER-NO
           END-IF.
           MOVE DR-PLAYER-1 TO WS-WORK-NAME.
           MOVE DR-PLAYER-NO-1 TO WS-WORK-NUMBER.
           MOVE DR-TOTAL-1 TO WS-WORK-SCORE.
           PERFORM 0150-CHECK-WINNER.
           PERFORM 0200-TALLY-PLAYER.
           IF DR-PLAYER-2 NOT = SPACES THEN
               MOVE DR-PLAYER-2 TO WS-WORK-NAME
               MOVE DR-PLAYER-NO-2 TO WS-WORK-NUMBER
               MOVE DR-TOTAL-2 TO WS-WORK-SCORE
               PERFORM 0150-CHECK-WINNER
               PERFORM 0200-TALLY-PLAYER
           END-IF.

           0150-CHECK-WINNER.

           MOVE "N" TO WS-WORK-WON.
           IF WS-WORK-NUMBER NOT = ZERO THEN
               IF DR-WINNER-NO = WS-WORK-NUMBER THEN
                   MOVE "Y" TO WS-WORK-WON
               END-IF
           ELSE
               IF DR-WINNER = WS-WORK-NAME THEN
                   MOVE "Y" TO WS-WORK-WON
               END-IF
           END-IF.

           0200-TALLY-PLAYER.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-PLAYER-IDX FROM 1 BY 1
                   UNTIL WS-PLAYER-IDX > WS-PLAYER-TOTAL
               IF WS-WORK-NUMBER NOT = ZERO THEN
                   IF WS-L-NUMBER(WS-PLAYER-IDX) = WS-WORK-NUMBER THEN
                       MOVE WS-PLAYER-IDX TO WS-FOUND-IDX
                   END-IF
               ELSE
                   IF WS-L-NUMBER(WS-PLAYER-IDX) = ZERO AND
                           WS-L-NAME(WS-PLAYER-IDX) = WS-WORK-NAME THEN
                       MOVE WS-PLAYER-IDX TO WS-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO THEN
                   ADD 1 TO WS-PLAYER-TOTAL
                   MOVE WS-PLAYER-TOTAL TO WS-FOUND-IDX
                   MOVE WS-WORK-NAME TO WS-L-NAME(WS-FOUND-IDX)
                   MOVE WS-WORK-NUMBER TO WS-L-NUMBER(WS-FOUND-IDX)
                   MOVE ZERO TO WS-L-RATING(WS-FOUND-IDX)
                   IF WS-WORK-NUMBER NOT = ZERO AND
                           WS-PLAYER-OPEN = "Y" THEN
                       PERFORM 0250-GET-PLAYER
                   END-IF
                   MOVE ZERO TO WS-L-GAMES(WS-FOUND-IDX)
                   MOVE ZERO TO WS-L-WINS(WS-FOUND-IDX)
                   MOVE ZERO TO WS-L-SCORE(WS-FOUND-IDX)
           IF WS-FOUND-IDX > ZERO THEN
               ADD 1 TO WS-L-GAMES(WS-FOUND-IDX)
               ADD WS-WORK-SCORE TO WS-L-SCORE(WS-FOUND-IDX)
               IF WS-WORK-WON = "Y" THEN
                   ADD 1 TO WS-L-WINS(WS-FOUND-IDX)
               END-IF
           END-IF.

           0250-GET-PLAYER.

           MOVE WS-WORK-NUMBER TO PL-PLAYER-NUMBER.
           READ PLAYER-FILE
               KEY IS PL-PLAYER-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PL-DISPLAY-NAME TO WS-L-NAME(WS-FOUND-IDX)
                   MOVE PL-RATING TO WS-L-RATING(WS-FOUND-IDX)
           END-READ.

           0300-WRITE-RANKED-LINE.

           MOVE ZERO TO WS-BEST-IDX.
           COMPUTE WS-AVG-SCORE ROUNDED =
               WS-L-SCORE(WS-BEST-IDX) / WS-L-GAMES(WS-BEST-IDX).
           MOVE WS-AVG-SCORE TO WS-DISPLAY-AVG.
           MOVE WS-L-RATING(WS-BEST-IDX) TO WS-DISPLAY-RATING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-RANK "   " WS-L-NAME(WS-BEST-IDX)
               " " WS-L-WINS(WS-BEST-IDX)
               " " WS-L-GAMES(WS-BEST-IDX)
               " " WS-DISPLAY-AVG
               " " WS-DISPLAY-RATING
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

