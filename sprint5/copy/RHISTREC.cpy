      * to change in one place.  One record is appended per player
      * per rated result: when, which game, who against, how the game
      * came out for this player (W/L/D), and the rating before and
      * after.  A result correction posts an 'X' reversing record per
      * player that takes the rating back out, followed by the
      * replacement W/L/D records for the corrected result.
           02 RH-DATE                 PIC 9(08).
           02 RH-GAME-ID              PIC X(10).
           02 RH-PLAYER-ID            PIC 9(03).
               88 RH-OUTCOME-WIN       VALUE 'W'.
               88 RH-OUTCOME-LOSS      VALUE 'L'.
               88 RH-OUTCOME-DRAW      VALUE 'D'.
               88 RH-OUTCOME-REVERSAL  VALUE 'X'.
           02 RH-OLD-RATING           PIC 9(04).
           02 RH-NEW-RATING           PIC 9(04).
