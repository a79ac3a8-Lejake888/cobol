           SELECT ROLL-DETAIL ASSIGN TO "DICEROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "DICEPLYR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAYER-NUMBER
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT RATING-HISTORY ASSIGN TO "DICERHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
           05 DR-TOTAL-1           PIC 9(7).
           05 DR-TOTAL-2           PIC 9(7).
           05 DR-WINNER            PIC X(20).
      *> Player numbers from DICEPLYR; zero for player 2 in a single
      *> player game and for the winner in a tie or single game.
           05 DR-PLAYER-NO-1       PIC 9(5).
           05 DR-PLAYER-NO-2       PIC 9(5).
           05 DR-WINNER-NO         PIC 9(5).
           05 DR-GAME-REF          PIC 9(14).
       FD  TOURN-REPORT.
       01  WS-TOURN-LINE PIC X(100).
      *> One record per die rolled, so DICESTAT can test the face
           05 RD-DIE-NUMBER        PIC 9(2).
           05 RD-NUM-SIDES         PIC 9(2).
           05 RD-FACE              PIC 9(2).
       FD  PLAYER-FILE.
       01  PLAYER-RECORD.
           COPY PLYRREC.
       FD  RATING-HISTORY.
       01  RATING-HISTORY-RECORD.
           COPY RATHREC.
       WORKING-STORAGE SECTION.
       01 DICE-CONFIG.
           05 WS-NUM-DICE PIC 9(2).
       01 WS-ROUND-NO PIC 99 VALUE ZERO.
       01 WS-ROUND-SIZE PIC 99 VALUE ZERO.
       01 WS-NEXT-SIZE PIC 99 VALUE ZERO.
      *> Players picked for the game or tournament, with their
      *> rating when picked and, in a tournament, their seed.
       01 WS-ROUND-TABLE.
           05 WS-ROUND-ENTRY OCCURS 16 TIMES.
               10 WS-ROUND-PLAYER PIC X(20).
               10 WS-ROUND-NUMBER PIC 9(5).
               10 WS-ROUND-RATING PIC 9(4).
               10 WS-ROUND-SEED-NO PIC 99.
       01 WS-NEXT-TABLE.
           05 WS-NEXT-ENTRY OCCURS 16 TIMES.
               10 WS-NEXT-PLAYER PIC X(20).
               10 WS-NEXT-NUMBER PIC 9(5).
               10 WS-NEXT-RATING PIC 9(4).
               10 WS-NEXT-SEED-NO PIC 99.
       01 WS-SWAP-ENTRY PIC X(31).
       01 WS-SWAPPED PIC X.
       01 WS-LOW-IDX PIC 99.
       01 WS-HIGH-IDX PIC 99.
       01 WS-PLAYER-STATUS PIC XX.
       01 WS-RHST-STATUS PIC XX.
       01 WS-PLAYER-EOF PIC X.
       01 WS-PLAYER-NO-1 PIC 9(5) VALUE ZERO.
       01 WS-PLAYER-NO-2 PIC 9(5) VALUE ZERO.
       01 WS-WINNER-NO PIC 9(5) VALUE ZERO.
       01 WS-PICK-NUMBER PIC 9(5).
       01 WS-PICKED-COUNT PIC 99 VALUE ZERO.
       01 WS-ALREADY-PICKED PIC X.
      *> Elo rating update: each game moves the two ratings by the
      *> same number of points, K times the gap between the result
      *> (1 win, 0.5 tie, 0 loss) and the expected score.
       01 WS-K-FACTOR PIC 99 VALUE 32.
       01 WS-RATING-FLOOR PIC 9(4) VALUE 100.
       01 WS-RATING-1 PIC 9(4).
       01 WS-RATING-2 PIC 9(4).
       01 WS-RATING-GAP PIC S9(5).
       01 WS-RATING-EXPONENT PIC S9V9(6).
       01 WS-RATING-POWER PIC 9(3)V9(6).
       01 WS-EXPECTED-1 PIC 9V9(6).
       01 WS-SCORE-1 PIC 9V9.
       01 WS-RATING-CHANGE PIC S9(3).
       01 WS-NEW-RATING-1 PIC S9(5).
       01 WS-NEW-RATING-2 PIC S9(5).
       01 WS-RESULT-1 PIC X.
       01 WS-RESULT-2 PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       PROCEDURE DIVISION.
           PERFORM 0040-OPEN-PLAYER-FILE.
           PERFORM 0010-GET-CONFIG.
           PERFORM 0020-GET-SEED-OPTION.
           PERFORM 0030-OPEN-ROLL-DETAIL.

           EVALUATE WS-MODE-CHOICE
               WHEN 2
                   DISPLAY "Player 1:"
                   PERFORM 0050-PICK-PLAYER
                   DISPLAY "Player 2:"
                   PERFORM 0050-PICK-PLAYER
                   MOVE WS-ROUND-PLAYER(1) TO WS-PLAYER-1
                   MOVE WS-ROUND-NUMBER(1) TO WS-PLAYER-NO-1
                   MOVE WS-ROUND-PLAYER(2) TO WS-PLAYER-2
                   MOVE WS-ROUND-NUMBER(2) TO WS-PLAYER-NO-2
                   PERFORM 0200-TWO-PLAYER-MODE
                   PERFORM 0400-SAVE-RESULT
               WHEN 3
                   PERFORM 0500-TOURNAMENT-MODE
               WHEN OTHER
                   PERFORM 0050-PICK-PLAYER
                   MOVE WS-ROUND-PLAYER(1) TO WS-PLAYER-1
                   MOVE WS-ROUND-NUMBER(1) TO WS-PLAYER-NO-1
                   PERFORM 0100-SINGLE-PLAYER-MODE
                   PERFORM 0400-SAVE-RESULT
           END-EVALUATE.

           PERFORM 0300-DISPLAY-DISTRIBUTION.
           CLOSE ROLL-DETAIL.
           CLOSE PLAYER-FILE.
           STOP RUN.

      *> Players are picked from the DICEPLYR master, which PLAYMAINT
      *> maintains; there is nothing to play without it.
           0040-OPEN-PLAYER-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN I-O PLAYER-FILE.
           IF WS-PLAYER-STATUS NOT = "00" THEN
               DISPLAY "[NO PLAYER MASTER - REGISTER PLAYERS WITH "
                   "PLAYMAINT FIRST]"
               STOP RUN
           END-IF.

      *> Takes an active player by number and adds them to the next
      *> slot of WS-ROUND-TABLE. A player cannot be picked twice for
      *> the same game or tournament.
           0050-PICK-PLAYER.

           MOVE "N" TO WS-VALID-INPUT.
           PERFORM UNTIL INPUT-IS-VALID
               DISPLAY "Enter player number (0 to list players): "
               ACCEPT WS-PICK-NUMBER
               IF WS-PICK-NUMBER = ZERO THEN
                   PERFORM 0060-LIST-PLAYERS
               ELSE
                   MOVE WS-PICK-NUMBER TO PL-PLAYER-NUMBER
                   READ PLAYER-FILE
                       KEY IS PL-PLAYER-NUMBER
                       INVALID KEY
                           DISPLAY "[NO SUCH PLAYER]"
                       NOT INVALID KEY
                           PERFORM 0055-CHECK-PICKED-PLAYER
                   END-READ
               END-IF
           END-PERFORM.
           ADD 1 TO WS-PICKED-COUNT.
           MOVE PL-DISPLAY-NAME TO WS-ROUND-PLAYER(WS-PICKED-COUNT).
           MOVE PL-PLAYER-NUMBER TO WS-ROUND-NUMBER(WS-PICKED-COUNT).
           MOVE PL-RATING TO WS-ROUND-RATING(WS-PICKED-COUNT).
           MOVE ZERO TO WS-ROUND-SEED-NO(WS-PICKED-COUNT).
           DISPLAY "  " PL-DISPLAY-NAME " (RATING " PL-RATING ")".

           0055-CHECK-PICKED-PLAYER.

           MOVE "N" TO WS-ALREADY-PICKED.
           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                   UNTIL WS-COPY-IDX > WS-PICKED-COUNT
               IF WS-ROUND-NUMBER(WS-COPY-IDX) = PL-PLAYER-NUMBER THEN
                   MOVE "Y" TO WS-ALREADY-PICKED
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT PL-IS-ACTIVE
                   DISPLAY "[PLAYER " PL-PLAYER-NUMBER
                       " IS NOT ACTIVE]"
               WHEN WS-ALREADY-PICKED = "Y"
                   DISPLAY "[" PL-DISPLAY-NAME " IS ALREADY PLAYING]"
               WHEN OTHER
                   MOVE "Y" TO WS-VALID-INPUT
           END-EVALUATE.

           0060-LIST-PLAYERS.

           DISPLAY "NUMBER NAME                 RATING".
           MOVE ZERO TO PL-PLAYER-NUMBER.
           MOVE "N" TO WS-PLAYER-EOF.
           START PLAYER-FILE KEY IS NOT LESS THAN PL-PLAYER-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-PLAYER-EOF
           END-START.
           PERFORM UNTIL WS-PLAYER-EOF = "Y"
               READ PLAYER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PLAYER-EOF
                   NOT AT END
                       IF PL-IS-ACTIVE THEN
                           DISPLAY PL-PLAYER-NUMBER "  "
                               PL-DISPLAY-NAME " " PL-RATING
                       END-IF
               END-READ
           END-PERFORM.

           0030-OPEN-ROLL-DETAIL.

           PERFORM 0035-STAMP-GAME-REF.
           EVALUATE TRUE
               WHEN WS-GRAND-TOTAL-P1 > WS-GRAND-TOTAL-P2
                   MOVE WS-PLAYER-1 TO WS-WINNER
                   MOVE WS-PLAYER-NO-1 TO WS-WINNER-NO
                   DISPLAY WS-PLAYER-1 " WINS!"
               WHEN WS-GRAND-TOTAL-P2 > WS-GRAND-TOTAL-P1
                   MOVE WS-PLAYER-2 TO WS-WINNER
                   MOVE WS-PLAYER-NO-2 TO WS-WINNER-NO
                   DISPLAY WS-PLAYER-2 " WINS!"
               WHEN OTHER
                   MOVE "TIE" TO WS-WINNER
                   MOVE ZERO TO WS-WINNER-NO
                   DISPLAY "IT'S A TIE!"
           END-EVALUATE.

           MOVE WS-GRAND-TOTAL-P1 TO DR-TOTAL-1.
           MOVE WS-GRAND-TOTAL-P2 TO DR-TOTAL-2.
           MOVE WS-WINNER TO DR-WINNER.
           MOVE WS-PLAYER-NO-1 TO DR-PLAYER-NO-1.
           MOVE WS-PLAYER-NO-2 TO DR-PLAYER-NO-2.
           MOVE WS-WINNER-NO TO DR-WINNER-NO.
           MOVE WS-GAME-REF TO DR-GAME-REF.
           WRITE RESULT-RECORD.
           CLOSE RESULTS-FILE.
           DISPLAY "[GAME SAVED TO THE RESULTS FILE]".
           IF WS-PLAYER-NO-2 NOT = ZERO THEN
               PERFORM 0410-UPDATE-RATINGS
           END-IF.

      *> Both ratings move after every two-player game, replayed
      *> tournament ties included. The gap used for the expected
      *> score is capped at 800 points, and no rating drops below
      *> the floor. Neither rating moves unless both players are
      *> on the player master.
           0410-UPDATE-RATINGS.

           MOVE WS-PLAYER-NO-2 TO PL-PLAYER-NUMBER.
           READ PLAYER-FILE
               KEY IS PL-PLAYER-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PLAYER-STATUS = "00" THEN
               MOVE PL-RATING TO WS-RATING-2
               MOVE WS-PLAYER-NO-1 TO PL-PLAYER-NUMBER
               READ PLAYER-FILE
                   KEY IS PL-PLAYER-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WS-PLAYER-STATUS NOT = "00" THEN
               DISPLAY "[RATINGS NOT UPDATED - PLAYER "
                   PL-PLAYER-NUMBER " NOT READ FROM THE PLAYER "
                   "MASTER, STATUS " WS-PLAYER-STATUS "]"
           ELSE
               MOVE PL-RATING TO WS-RATING-1
               PERFORM 0415-APPLY-RATINGS
           END-IF.

      *> Player one's record is still in the buffer from the read
      *> above. History is written only once both ratings are saved.
           0415-APPLY-RATINGS.

           COMPUTE WS-RATING-GAP = WS-RATING-2 - WS-RATING-1.
           IF WS-RATING-GAP > 800 THEN
               MOVE 800 TO WS-RATING-GAP
           END-IF.
           IF WS-RATING-GAP < -800 THEN
               MOVE -800 TO WS-RATING-GAP
           END-IF.
           COMPUTE WS-RATING-EXPONENT = WS-RATING-GAP / 400.
           COMPUTE WS-RATING-POWER ROUNDED =
               10 ** WS-RATING-EXPONENT.
           COMPUTE WS-EXPECTED-1 ROUNDED =
               1 / (1 + WS-RATING-POWER).
           EVALUATE TRUE
               WHEN WS-WINNER-NO = WS-PLAYER-NO-1
                   MOVE 1 TO WS-SCORE-1
                   MOVE "W" TO WS-RESULT-1
                   MOVE "L" TO WS-RESULT-2
               WHEN WS-WINNER-NO = WS-PLAYER-NO-2
                   MOVE ZERO TO WS-SCORE-1
                   MOVE "L" TO WS-RESULT-1
                   MOVE "W" TO WS-RESULT-2
               WHEN OTHER
                   MOVE 0.5 TO WS-SCORE-1
                   MOVE "D" TO WS-RESULT-1
                   MOVE "D" TO WS-RESULT-2
           END-EVALUATE.
           COMPUTE WS-RATING-CHANGE ROUNDED =
               WS-K-FACTOR * (WS-SCORE-1 - WS-EXPECTED-1).
           COMPUTE WS-NEW-RATING-1 = WS-RATING-1 + WS-RATING-CHANGE.
           COMPUTE WS-NEW-RATING-2 = WS-RATING-2 - WS-RATING-CHANGE.
           IF WS-NEW-RATING-1 < WS-RATING-FLOOR THEN
               MOVE WS-RATING-FLOOR TO WS-NEW-RATING-1
           END-IF.
           IF WS-NEW-RATING-2 < WS-RATING-FLOOR THEN
               MOVE WS-RATING-FLOOR TO WS-NEW-RATING-2
           END-IF.

           MOVE WS-NEW-RATING-1 TO PL-RATING.
           ADD 1 TO PL-GAMES-RATED.
           MOVE WS-TODAY-DATE TO PL-LAST-GAME-DATE.
           REWRITE PLAYER-RECORD.
           IF WS-PLAYER-STATUS NOT = "00" THEN
               DISPLAY "[RATINGS NOT UPDATED - PLAYER "
                   WS-PLAYER-NO-1 " NOT SAVED, STATUS "
                   WS-PLAYER-STATUS "]"
           ELSE
               MOVE WS-PLAYER-NO-2 TO PL-PLAYER-NUMBER
               READ PLAYER-FILE
                   KEY IS PL-PLAYER-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PLAYER-STATUS = "00" THEN
                   MOVE WS-NEW-RATING-2 TO PL-RATING
                   ADD 1 TO PL-GAMES-RATED
                   MOVE WS-TODAY-DATE TO PL-LAST-GAME-DATE
                   REWRITE PLAYER-RECORD
               END-IF
               IF WS-PLAYER-STATUS NOT = "00" THEN
                   DISPLAY "[RATING FOR PLAYER " WS-PLAYER-NO-2
                       " NOT SAVED, STATUS " WS-PLAYER-STATUS
                       " - PLAYER " WS-PLAYER-NO-1 " WAS UPDATED]"
               ELSE
                   PERFORM 0418-WRITE-RATING-HISTORY
               END-IF
           END-IF.

           0418-WRITE-RATING-HISTORY.

           OPEN EXTEND RATING-HISTORY.
           IF WS-RHST-STATUS = "35" THEN
               OPEN OUTPUT RATING-HISTORY
               CLOSE RATING-HISTORY
               OPEN EXTEND RATING-HISTORY
           END-IF.
           MOVE WS-TODAY-DATE TO RH-DATE.
           MOVE WS-GAME-REF TO RH-GAME-REF.
           MOVE WS-PLAYER-NO-1 TO RH-PLAYER-NUMBER.
           MOVE WS-PLAYER-NO-2 TO RH-OPPONENT-NUMBER.
           MOVE WS-RESULT-1 TO RH-RESULT.
           MOVE WS-RATING-1 TO RH-OLD-RATING.
           MOVE WS-NEW-RATING-1 TO RH-NEW-RATING.
           MOVE WS-RATING-2 TO RH-OPPONENT-RATING.
           WRITE RATING-HISTORY-RECORD.
           MOVE WS-PLAYER-NO-2 TO RH-PLAYER-NUMBER.
           MOVE WS-PLAYER-NO-1 TO RH-OPPONENT-NUMBER.
           MOVE WS-RESULT-2 TO RH-RESULT.
           MOVE WS-RATING-2 TO RH-OLD-RATING.
           MOVE WS-NEW-RATING-2 TO RH-NEW-RATING.
           MOVE WS-RATING-1 TO RH-OPPONENT-RATING.
           WRITE RATING-HISTORY-RECORD.
           CLOSE RATING-HISTORY.
           MOVE WS-NEW-RATING-1 TO WS-RATING-1.
           MOVE WS-NEW-RATING-2 TO WS-RATING-2.
           DISPLAY "[RATINGS: " WS-PLAYER-1 " " WS-RATING-1
               ", " WS-PLAYER-2 " " WS-RATING-2 "]".

           0500-TOURNAMENT-MODE.

           END-PERFORM.
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-PLAYER-COUNT
               DISPLAY "Player " WS-T-IDX ":"
               PERFORM 0050-PICK-PLAYER
           END-PERFORM.
           PERFORM 0505-SEED-ENTRANTS.

           OPEN OUTPUT TOURN-REPORT.
           MOVE SPACES TO WS-TOURN-LINE.
               " PLAYER(S)"
               DELIMITED BY SIZE INTO WS-TOURN-LINE.
           WRITE WS-TOURN-LINE.
           MOVE "SEEDS" TO WS-TOURN-LINE.
           WRITE WS-TOURN-LINE.
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-PLAYER-COUNT
               MOVE SPACES TO WS-TOURN-LINE
               STRING "  " WS-ROUND-SEED-NO(WS-T-IDX) " "
                   WS-ROUND-PLAYER(WS-T-IDX) " RATING "
                   WS-ROUND-RATING(WS-T-IDX)
                   DELIMITED BY SIZE INTO WS-TOURN-LINE
               WRITE WS-TOURN-LINE
           END-PERFORM.

           MOVE WS-PLAYER-COUNT TO WS-ROUND-SIZE.
           MOVE ZERO TO WS-ROUND-NO.
           CLOSE TOURN-REPORT.
           DISPLAY "[BRACKET WRITTEN TO DICETOUR.RPT]".

      *> Entrants are seeded by rating at the start, highest first;
      *> equal ratings keep the order they were picked in.
           0505-SEED-ENTRANTS.

           MOVE "Y" TO WS-SWAPPED.
           PERFORM UNTIL WS-SWAPPED = "N"
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-T-IDX FROM 1 BY 1
                       UNTIL WS-T-IDX >= WS-PLAYER-COUNT
                   COMPUTE WS-T-IDX2 = WS-T-IDX + 1
                   IF WS-ROUND-RATING(WS-T-IDX2) >
                           WS-ROUND-RATING(WS-T-IDX) THEN
                       MOVE WS-ROUND-ENTRY(WS-T-IDX) TO WS-SWAP-ENTRY
                       MOVE WS-ROUND-ENTRY(WS-T-IDX2)
                           TO WS-ROUND-ENTRY(WS-T-IDX)
                       MOVE WS-SWAP-ENTRY TO WS-ROUND-ENTRY(WS-T-IDX2)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-T-IDX FROM 1 BY 1
                   UNTIL WS-T-IDX > WS-PLAYER-COUNT
               MOVE WS-T-IDX TO WS-ROUND-SEED-NO(WS-T-IDX)
           END-PERFORM.

      *> Each round the players left are drawn by seed, best against
      *> worst: 1 v N, 2 v N-1 and so on. With an odd number left the
      *> best seed takes the bye, which 0510 gives to the last slot.
           0515-DRAW-ROUND.

           MOVE "Y" TO WS-SWAPPED.
           PERFORM UNTIL WS-SWAPPED = "N"
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-T-IDX FROM 1 BY 1
                       UNTIL WS-T-IDX >= WS-ROUND-SIZE
                   COMPUTE WS-T-IDX2 = WS-T-IDX + 1
                   IF WS-ROUND-SEED-NO(WS-T-IDX2) <
                           WS-ROUND-SEED-NO(WS-T-IDX) THEN
                       MOVE WS-ROUND-ENTRY(WS-T-IDX) TO WS-SWAP-ENTRY
                       MOVE WS-ROUND-ENTRY(WS-T-IDX2)
                           TO WS-ROUND-ENTRY(WS-T-IDX)
                       MOVE WS-SWAP-ENTRY TO WS-ROUND-ENTRY(WS-T-IDX2)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE ZERO TO WS-NEXT-SIZE.
           MOVE 1 TO WS-LOW-IDX.
           MOVE WS-ROUND-SIZE TO WS-HIGH-IDX.
           IF FUNCTION MOD(WS-ROUND-SIZE, 2) = 1 THEN
               MOVE 2 TO WS-LOW-IDX
           END-IF.
           PERFORM UNTIL WS-LOW-IDX > WS-HIGH-IDX
               ADD 1 TO WS-NEXT-SIZE
               MOVE WS-ROUND-ENTRY(WS-LOW-IDX)
                   TO WS-NEXT-ENTRY(WS-NEXT-SIZE)
               ADD 1 TO WS-NEXT-SIZE
               MOVE WS-ROUND-ENTRY(WS-HIGH-IDX)
                   TO WS-NEXT-ENTRY(WS-NEXT-SIZE)
               ADD 1 TO WS-LOW-IDX
               SUBTRACT 1 FROM WS-HIGH-IDX
           END-PERFORM.
           IF FUNCTION MOD(WS-ROUND-SIZE, 2) = 1 THEN
               ADD 1 TO WS-NEXT-SIZE
               MOVE WS-ROUND-ENTRY(1) TO WS-NEXT-ENTRY(WS-NEXT-SIZE)
           END-IF.
           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                   UNTIL WS-COPY-IDX > WS-NEXT-SIZE
               MOVE WS-NEXT-ENTRY(WS-COPY-IDX)
                   TO WS-ROUND-ENTRY(WS-COPY-IDX)
           END-PERFORM.

           0510-PLAY-ROUND.

           ADD 1 TO WS-ROUND-NO.
           PERFORM 0515-DRAW-ROUND.
           DISPLAY "===== ROUND " WS-ROUND-NO " =====".
           MOVE SPACES TO WS-TOURN-LINE.
           STRING "ROUND " WS-ROUND-NO
           PERFORM UNTIL WS-T-IDX > WS-ROUND-SIZE
               IF WS-T-IDX = WS-ROUND-SIZE THEN
                   ADD 1 TO WS-NEXT-SIZE
                   MOVE WS-ROUND-ENTRY(WS-T-IDX)
                       TO WS-NEXT-ENTRY(WS-NEXT-SIZE)
                   DISPLAY WS-ROUND-PLAYER(WS-T-IDX)
                       " has a bye"
                   MOVE SPACES TO WS-TOURN-LINE
           END-PERFORM.
           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                   UNTIL WS-COPY-IDX > WS-NEXT-SIZE
               MOVE WS-NEXT-ENTRY(WS-COPY-IDX)
                   TO WS-ROUND-ENTRY(WS-COPY-IDX)
           END-PERFORM.
           MOVE WS-NEXT-SIZE TO WS-ROUND-SIZE.

           0520-PLAY-MATCH.

           MOVE WS-ROUND-PLAYER(WS-T-IDX) TO WS-PLAYER-1.
           MOVE WS-ROUND-NUMBER(WS-T-IDX) TO WS-PLAYER-NO-1.
           COMPUTE WS-T-IDX2 = WS-T-IDX + 1.
           MOVE WS-ROUND-PLAYER(WS-T-IDX2) TO WS-PLAYER-2.
           MOVE WS-ROUND-NUMBER(WS-T-IDX2) TO WS-PLAYER-NO-2.
           DISPLAY "--- MATCH: " WS-PLAYER-1 " VS "
               WS-PLAYER-2 " ---".
           MOVE "TIE" TO WS-WINNER.
           MOVE ZERO TO WS-WINNER-NO.
           PERFORM 0530-PLAY-MATCH-GAME
               UNTIL WS-WINNER-NO NOT = ZERO.
           ADD 1 TO WS-NEXT-SIZE.
           IF WS-WINNER-NO = WS-PLAYER-NO-1 THEN
               MOVE WS-ROUND-ENTRY(WS-T-IDX)
                   TO WS-NEXT-ENTRY(WS-NEXT-SIZE)
           ELSE
               MOVE WS-ROUND-ENTRY(WS-T-IDX2)
                   TO WS-NEXT-ENTRY(WS-NEXT-SIZE)
           END-IF.
           MOVE SPACES TO WS-TOURN-LINE.
           STRING "  (" WS-ROUND-SEED-NO(WS-T-IDX) ") " WS-PLAYER-1
               " V (" WS-ROUND-SEED-NO(WS-T-IDX2) ") " WS-PLAYER-2
               " - WINNER " WS-WINNER
               DELIMITED BY SIZE INTO WS-TOURN-LINE.
           WRITE WS-TOURN-LINE.
           MOVE ZERO TO WS-GRAND-TOTAL-P2.
           PERFORM 0200-TWO-PLAYER-MODE.
           PERFORM 0400-SAVE-RESULT.
           IF WS-WINNER-NO = ZERO THEN
               DISPLAY "Tie - the match is replayed"
           END-IF.

