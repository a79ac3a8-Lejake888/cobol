      *> Rating history - one record per player per rated game,
      *> appended by DICE when both ratings are updated. RH-RESULT
      *> is the game from this player's side. Read by DICERATE.
           05 RH-DATE                 PIC 9(8).
           05 RH-GAME-REF             PIC 9(14).
           05 RH-PLAYER-NUMBER        PIC 9(5).
           05 RH-OPPONENT-NUMBER      PIC 9(5).
           05 RH-RESULT               PIC X.
               88 RH-IS-WIN           VALUE "W".
               88 RH-IS-LOSS          VALUE "L".
               88 RH-IS-DRAW          VALUE "D".
           05 RH-OLD-RATING           PIC 9(4).
           05 RH-NEW-RATING           PIC 9(4).
           05 RH-OPPONENT-RATING      PIC 9(4).
