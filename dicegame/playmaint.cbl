       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYMAINT AS "PLAYMAINT".
      *> Player master maintenance. Registers a player under the next
      *> player number with a starting rating of 1500, corrects a
      *> display name, and makes a player inactive or active again.
      *> Display names must be unique ignoring case and spacing, so
      *> "Sam" and "SAM " cannot be registered as two people. Ratings
      *> are only ever changed by DICE as games are played.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-FILE ASSIGN TO "DICEPLYR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAYER-NUMBER
               FILE STATUS IS WS-PLAYER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-FILE.
       01  PLAYER-RECORD.
           COPY PLYRREC.
       WORKING-STORAGE SECTION.
           01 WS-PLAYER-STATUS PIC XX.
           01 WS-PLAYER-EOF PIC X VALUE "N".
           01 WS-CHOICE PIC 9.
           01 WS-DONE PIC X VALUE "N".
           01 WS-CONFIRM PIC X.
           01 WS-PLAYER-FOUND PIC X.
           01 WS-PLAYER-NUMBER PIC 9(5).
           01 WS-LAST-NUMBER PIC 9(5) VALUE ZERO.
           01 WS-NEW-NAME PIC X(20).
           01 WS-NEW-NAME-KEY PIC X(20).
           01 WS-FILE-NAME-KEY PIC X(20).
           01 WS-NAME-IN-USE PIC X.
           01 WS-NAME-IN-USE-BY PIC 9(5).
           01 WS-START-RATING PIC 9(4) VALUE 1500.
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-PLAYERS-LISTED PIC 9(5) VALUE ZERO.
           01 WS-STATUS-TEXT PIC X(8).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN I-O PLAYER-FILE.
           IF WS-PLAYER-STATUS = "35" THEN
               OPEN OUTPUT PLAYER-FILE
               CLOSE PLAYER-FILE
               OPEN I-O PLAYER-FILE
           END-IF.
           PERFORM 0010-FIND-LAST-NUMBER.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "[DICE PLAYERS]"
               DISPLAY "(1. REGISTER A PLAYER)"
               DISPLAY "(2. CHANGE A DISPLAY NAME)"
               DISPLAY "(3. MAKE A PLAYER INACTIVE)"
               DISPLAY "(4. MAKE A PLAYER ACTIVE AGAIN)"
               DISPLAY "(5. LIST PLAYERS)"
               DISPLAY "(6. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 0100-REGISTER-PLAYER
                   WHEN 2
                       PERFORM 0200-RENAME-PLAYER
                   WHEN 3
                       PERFORM 0300-DEACTIVATE-PLAYER
                   WHEN 4
                       PERFORM 0400-REACTIVATE-PLAYER
                   WHEN 5
                       PERFORM 0500-LIST-PLAYERS
                   WHEN 6
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           CLOSE PLAYER-FILE.
           STOP RUN.

      *> Player numbers are handed out in sequence after the highest
      *> one on file.
           0010-FIND-LAST-NUMBER.

           MOVE ZERO TO WS-LAST-NUMBER.
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
                       MOVE PL-PLAYER-NUMBER TO WS-LAST-NUMBER
               END-READ
           END-PERFORM.

           0050-GET-PLAYER.

           MOVE "N" TO WS-PLAYER-FOUND.
           DISPLAY "[ENTER PLAYER NUMBER]: ".
           ACCEPT WS-PLAYER-NUMBER.
           MOVE WS-PLAYER-NUMBER TO PL-PLAYER-NUMBER.
           READ PLAYER-FILE
               KEY IS PL-PLAYER-NUMBER
               INVALID KEY
                   DISPLAY "[NO SUCH PLAYER]"
               NOT INVALID KEY
                   MOVE "Y" TO WS-PLAYER-FOUND
           END-READ.

      *> Names are compared in upper case with leading and trailing
      *> spaces removed. The record being renamed is not a clash
      *> with itself. Leaves the file position lost, so callers
      *> re-read the player afterwards.
           0060-CHECK-NAME-IN-USE.

           MOVE "N" TO WS-NAME-IN-USE.
           MOVE ZERO TO WS-NAME-IN-USE-BY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-NAME))
               TO WS-NEW-NAME-KEY.
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
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(PL-DISPLAY-NAME))
                           TO WS-FILE-NAME-KEY
                       IF WS-FILE-NAME-KEY = WS-NEW-NAME-KEY AND
                               PL-PLAYER-NUMBER NOT = WS-PLAYER-NUMBER
                               THEN
                           MOVE "Y" TO WS-NAME-IN-USE
                           MOVE PL-PLAYER-NUMBER TO WS-NAME-IN-USE-BY
                           MOVE "Y" TO WS-PLAYER-EOF
                       END-IF
               END-READ
           END-PERFORM.

           0100-REGISTER-PLAYER.

           DISPLAY "[ENTER DISPLAY NAME]: ".
           ACCEPT WS-NEW-NAME.
           MOVE FUNCTION TRIM(WS-NEW-NAME) TO WS-NEW-NAME.
           MOVE ZERO TO WS-PLAYER-NUMBER.
           IF WS-NEW-NAME = SPACES THEN
               DISPLAY "[A DISPLAY NAME IS REQUIRED]"
           ELSE
               PERFORM 0060-CHECK-NAME-IN-USE
               IF WS-NAME-IN-USE = "Y" THEN
                   DISPLAY "[NAME ALREADY REGISTERED TO PLAYER "
                       WS-NAME-IN-USE-BY "]"
               ELSE
                   ADD 1 TO WS-LAST-NUMBER
                   MOVE WS-LAST-NUMBER TO PL-PLAYER-NUMBER
                   MOVE WS-NEW-NAME TO PL-DISPLAY-NAME
                   MOVE WS-TODAY-DATE TO PL-JOIN-DATE
                   MOVE "Y" TO PL-ACTIVE
                   MOVE WS-START-RATING TO PL-RATING
                   MOVE ZERO TO PL-GAMES-RATED
                   MOVE ZERO TO PL-LAST-GAME-DATE
                   WRITE PLAYER-RECORD
                       INVALID KEY
                           DISPLAY "[PLAYER NUMBER ALREADY ON FILE - "
                               "NOT REGISTERED]"
                       NOT INVALID KEY
                           DISPLAY "[PLAYER " PL-PLAYER-NUMBER
                               " REGISTERED - RATING " PL-RATING "]"
                   END-WRITE
               END-IF
           END-IF.

           0200-RENAME-PLAYER.

           PERFORM 0050-GET-PLAYER.
           IF WS-PLAYER-FOUND = "Y" THEN
               DISPLAY "[CURRENT NAME: " PL-DISPLAY-NAME "]"
               DISPLAY "[ENTER NEW DISPLAY NAME]: "
               ACCEPT WS-NEW-NAME
               MOVE FUNCTION TRIM(WS-NEW-NAME) TO WS-NEW-NAME
               IF WS-NEW-NAME = SPACES THEN
                   DISPLAY "[A DISPLAY NAME IS REQUIRED]"
               ELSE
                   PERFORM 0060-CHECK-NAME-IN-USE
                   IF WS-NAME-IN-USE = "Y" THEN
                       DISPLAY "[NAME ALREADY REGISTERED TO PLAYER "
                           WS-NAME-IN-USE-BY "]"
                   ELSE
                       MOVE WS-PLAYER-NUMBER TO PL-PLAYER-NUMBER
                       READ PLAYER-FILE
                           KEY IS PL-PLAYER-NUMBER
                       END-READ
                       MOVE WS-NEW-NAME TO PL-DISPLAY-NAME
                       REWRITE PLAYER-RECORD
                       DISPLAY "[PLAYER " PL-PLAYER-NUMBER
                           " NAME CHANGED]"
                   END-IF
               END-IF
           END-IF.

      *> An inactive player keeps their number, rating and history
      *> but can no longer be picked for a game.
           0300-DEACTIVATE-PLAYER.

           PERFORM 0050-GET-PLAYER.
           IF WS-PLAYER-FOUND = "Y" THEN
               IF NOT PL-IS-ACTIVE THEN
                   DISPLAY "[PLAYER IS ALREADY INACTIVE]"
               ELSE
                   DISPLAY "[MAKE " PL-DISPLAY-NAME " INACTIVE (Y/N)]: "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" THEN
                       MOVE "N" TO PL-ACTIVE
                       REWRITE PLAYER-RECORD
                       DISPLAY "[PLAYER " PL-PLAYER-NUMBER
                           " MADE INACTIVE]"
                   ELSE
                       DISPLAY "[CHANGE ABANDONED]"
                   END-IF
               END-IF
           END-IF.

           0400-REACTIVATE-PLAYER.

           PERFORM 0050-GET-PLAYER.
           IF WS-PLAYER-FOUND = "Y" THEN
               IF PL-IS-ACTIVE THEN
                   DISPLAY "[PLAYER IS ALREADY ACTIVE]"
               ELSE
                   MOVE "Y" TO PL-ACTIVE
                   REWRITE PLAYER-RECORD
                   DISPLAY "[PLAYER " PL-PLAYER-NUMBER
                       " MADE ACTIVE - RATING " PL-RATING " KEPT]"
               END-IF
           END-IF.

           0500-LIST-PLAYERS.

           MOVE ZERO TO WS-PLAYERS-LISTED.
           DISPLAY "NUMBER NAME                 JOINED   STATUS   "
               "RATING GAMES".
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
                       ADD 1 TO WS-PLAYERS-LISTED
                       IF PL-IS-ACTIVE THEN
                           MOVE "ACTIVE" TO WS-STATUS-TEXT
                       ELSE
                           MOVE "INACTIVE" TO WS-STATUS-TEXT
                       END-IF
                       DISPLAY PL-PLAYER-NUMBER "  " PL-DISPLAY-NAME
                           " " PL-JOIN-DATE " " WS-STATUS-TEXT
                           " " PL-RATING "   " PL-GAMES-RATED
               END-READ
           END-PERFORM.
           DISPLAY "[" WS-PLAYERS-LISTED " PLAYER(S)]".

       END PROGRAM PLAYMAINT.
