      *> Registered player - one record per player, keyed on the
      *> player number. DICE picks its players from here and keeps
      *> the rating up to date after every two-player game; a player
      *> is never deleted, only made inactive, so past results and
      *> rating history still resolve to a name. Maintained by
      *> PLAYMAINT.
           05 PL-PLAYER-NUMBER        PIC 9(5).
           05 PL-DISPLAY-NAME         PIC X(20).
           05 PL-JOIN-DATE            PIC 9(8).
           05 PL-ACTIVE               PIC X.
               88 PL-IS-ACTIVE        VALUE "Y".
      *> Elo-style rating. Every player starts at 1500.
           05 PL-RATING               PIC 9(4).
           05 PL-GAMES-RATED          PIC 9(5).
           05 PL-LAST-GAME-DATE       PIC 9(8).
