       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICERATE AS "DICERATE".
      *> Rating history report. Every rated game in the season on
      *> DICERHST is listed by player in date order, showing the
      *> opponent, the result and the rating before and after. Each
      *> player's season closes with their rating at the start and
      *> end of the season and the net movement between them. The
      *> season defaults to 1 January of this year to today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-HISTORY ASSIGN TO "DICERHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHST-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "DICEPLYR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PLAYER-NUMBER
               FILE STATUS IS WS-PLAYER-STATUS.
           SELECT SORT-FILE ASSIGN TO "DICERATE.SRT".
           SELECT RATING-REPORT ASSIGN TO "DICERATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATING-HISTORY.
       01  RATING-HISTORY-RECORD.
           COPY RATHREC.
       FD  PLAYER-FILE.
       01  PLAYER-RECORD.
           COPY PLYRREC.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-PLAYER-NUMBER    PIC 9(5).
           05 SRT-DATE             PIC 9(8).
           05 SRT-GAME-REF         PIC 9(14).
           05 SRT-OPPONENT-NUMBER  PIC 9(5).
           05 SRT-RESULT           PIC X.
           05 SRT-OLD-RATING       PIC 9(4).
           05 SRT-NEW-RATING       PIC 9(4).
           05 SRT-OPPONENT-RATING  PIC 9(4).
       FD  RATING-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-RHST-STATUS PIC XX.
           01 WS-PLAYER-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-RHST-EOF PIC X VALUE "N".
           01 WS-SORT-EOF PIC X VALUE "N".
           01 WS-PLAYER-OPEN PIC X VALUE "N".
           01 WS-FIRST-RECORD PIC X VALUE "Y".
           01 WS-SEASON-START PIC 9(8).
           01 WS-SEASON-END PIC 9(8).
           01 WS-PREV-PLAYER PIC 9(5).
           01 WS-LOOKUP-NUMBER PIC 9(5).
           01 WS-LOOKUP-NAME PIC X(20).
           01 WS-LOOKUP-RATING PIC 9(4).
           01 WS-PLAYER-NAME PIC X(20).
           01 WS-OPPONENT-NAME PIC X(20).
           01 WS-RESULT-TEXT PIC X(4).
           01 WS-START-RATING PIC 9(4).
           01 WS-END-RATING PIC 9(4).
           01 WS-MOVEMENT PIC S9(4).
           01 WS-PLAYER-GAMES PIC 9(5).
           01 WS-PLAYER-WINS PIC 9(5).
           01 WS-PLAYER-TIES PIC 9(5).
           01 WS-PLAYER-LOSSES PIC 9(5).
           01 WS-PLAYERS-LISTED PIC 9(5) VALUE ZERO.
           01 WS-ENTRIES-LISTED PIC 9(7) VALUE ZERO.
           01 WS-DISPLAY-CHANGE PIC +(4)9.
       PROCEDURE DIVISION.
           DISPLAY "[ENTER SEASON START (YYYYMMDD, 0 FOR 1 JANUARY "
               "THIS YEAR)]: ".
           ACCEPT WS-SEASON-START.
           IF WS-SEASON-START = ZERO THEN
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-SEASON-START(1:4)
               MOVE "0101" TO WS-SEASON-START(5:4)
           END-IF.
           DISPLAY "[ENTER SEASON END (YYYYMMDD, 0 FOR TODAY)]: ".
           ACCEPT WS-SEASON-END.
           IF WS-SEASON-END = ZERO THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEASON-END
           END-IF.

           OPEN INPUT RATING-HISTORY.
           IF WS-RHST-STATUS = "35" THEN
               DISPLAY "[NO RATING HISTORY - NO RATED GAMES YET]"
               STOP RUN
           END-IF.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS = "00" THEN
               MOVE "Y" TO WS-PLAYER-OPEN
           END-IF.

           OPEN OUTPUT RATING-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DICE RATING HISTORY - SEASON " WS-SEASON-START
               " TO " WS-SEASON-END
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-PLAYER-NUMBER
               ON ASCENDING KEY SRT-DATE
               ON ASCENDING KEY SRT-GAME-REF
               INPUT PROCEDURE IS 0100-SELECT-SEASON
               OUTPUT PROCEDURE IS 0200-WRITE-HISTORY.
           CLOSE RATING-HISTORY.
           IF WS-PLAYER-OPEN = "Y" THEN
               CLOSE PLAYER-FILE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-PLAYERS-LISTED " PLAYER(S), "
               WS-ENTRIES-LISTED " RATED RESULT(S) IN THE SEASON"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE RATING-REPORT.

           DISPLAY "[RATING HISTORY WRITTEN TO DICERATE.RPT]".
           STOP RUN.

           0100-SELECT-SEASON.

           PERFORM UNTIL WS-RHST-EOF = "Y"
               READ RATING-HISTORY
                   AT END
                       MOVE "Y" TO WS-RHST-EOF
                   NOT AT END
                       IF RH-DATE >= WS-SEASON-START AND
                               RH-DATE <= WS-SEASON-END THEN
                           MOVE RH-PLAYER-NUMBER TO SRT-PLAYER-NUMBER
                           MOVE RH-DATE TO SRT-DATE
                           MOVE RH-GAME-REF TO SRT-GAME-REF
                           MOVE RH-OPPONENT-NUMBER
                               TO SRT-OPPONENT-NUMBER
                           MOVE RH-RESULT TO SRT-RESULT
                           MOVE RH-OLD-RATING TO SRT-OLD-RATING
                           MOVE RH-NEW-RATING TO SRT-NEW-RATING
                           MOVE RH-OPPONENT-RATING
                               TO SRT-OPPONENT-RATING
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           0200-WRITE-HISTORY.

           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 0210-REPORT-ONE-GAME
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-RECORD = "N" THEN
               PERFORM 0300-PLAYER-TOTALS
           END-IF.

           0210-REPORT-ONE-GAME.

           IF WS-FIRST-RECORD = "Y" THEN
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM 0220-NEW-PLAYER
           ELSE
               IF SRT-PLAYER-NUMBER NOT = WS-PREV-PLAYER THEN
                   PERFORM 0300-PLAYER-TOTALS
                   PERFORM 0220-NEW-PLAYER
               END-IF
           END-IF.

           EVALUATE SRT-RESULT
               WHEN "W"
                   MOVE "WON" TO WS-RESULT-TEXT
                   ADD 1 TO WS-PLAYER-WINS
               WHEN "L"
                   MOVE "LOST" TO WS-RESULT-TEXT
                   ADD 1 TO WS-PLAYER-LOSSES
               WHEN OTHER
                   MOVE "TIE" TO WS-RESULT-TEXT
                   ADD 1 TO WS-PLAYER-TIES
           END-EVALUATE.
           ADD 1 TO WS-PLAYER-GAMES.
           ADD 1 TO WS-ENTRIES-LISTED.
           MOVE SRT-NEW-RATING TO WS-END-RATING.
           MOVE SRT-OPPONENT-NUMBER TO WS-LOOKUP-NUMBER.
           PERFORM 0400-LOOKUP-PLAYER.
           MOVE WS-LOOKUP-NAME TO WS-OPPONENT-NAME.
           COMPUTE WS-MOVEMENT = SRT-NEW-RATING - SRT-OLD-RATING.
           MOVE WS-MOVEMENT TO WS-DISPLAY-CHANGE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " SRT-DATE " V " WS-OPPONENT-NAME
               " (" SRT-OPPONENT-RATING ") " WS-RESULT-TEXT
               "  " SRT-OLD-RATING " -> " SRT-NEW-RATING
               " " WS-DISPLAY-CHANGE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0220-NEW-PLAYER.

           MOVE SRT-PLAYER-NUMBER TO WS-PREV-PLAYER.
           MOVE SRT-OLD-RATING TO WS-START-RATING.
           MOVE ZERO TO WS-PLAYER-GAMES.
           MOVE ZERO TO WS-PLAYER-WINS.
           MOVE ZERO TO WS-PLAYER-TIES.
           MOVE ZERO TO WS-PLAYER-LOSSES.
           ADD 1 TO WS-PLAYERS-LISTED.
           MOVE SRT-PLAYER-NUMBER TO WS-LOOKUP-NUMBER.
           PERFORM 0400-LOOKUP-PLAYER.
           MOVE WS-LOOKUP-NAME TO WS-PLAYER-NAME.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PLAYER " SRT-PLAYER-NUMBER " " WS-PLAYER-NAME
               " CURRENT RATING " WS-LOOKUP-RATING
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           0300-PLAYER-TOTALS.

           COMPUTE WS-MOVEMENT = WS-END-RATING - WS-START-RATING.
           MOVE WS-MOVEMENT TO WS-DISPLAY-CHANGE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  SEASON: " WS-PLAYER-GAMES " GAME(S) WON "
               WS-PLAYER-WINS " TIED " WS-PLAYER-TIES " LOST "
               WS-PLAYER-LOSSES "  RATING " WS-START-RATING
               " -> " WS-END-RATING " " WS-DISPLAY-CHANGE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

      *> A player missing from DICEPLYR is shown by number only.
           0400-LOOKUP-PLAYER.

           MOVE SPACES TO WS-LOOKUP-NAME.
           MOVE ZERO TO WS-LOOKUP-RATING.
           IF WS-PLAYER-OPEN = "Y" THEN
               MOVE WS-LOOKUP-NUMBER TO PL-PLAYER-NUMBER
               READ PLAYER-FILE
                   KEY IS PL-PLAYER-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PL-DISPLAY-NAME TO WS-LOOKUP-NAME
                       MOVE PL-RATING TO WS-LOOKUP-RATING
               END-READ
           END-IF.
           IF WS-LOOKUP-NAME = SPACES THEN
               STRING "PLAYER " WS-LOOKUP-NUMBER
                   DELIMITED BY SIZE INTO WS-LOOKUP-NAME
           END-IF.

       END PROGRAM DICERATE.
