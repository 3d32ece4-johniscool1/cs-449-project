      * GINDXREC - shared GX-INDEX record layout for the player-to-game
      * index (./game.index).  COPY this under a 01-level in any
      * program that opens it so the layout only has to change in one
      * place.  One entry per player per game, keyed by the player and
      * the FS-REPLAY-GAME-ID, carrying what the reports need without
      * walking the move records: when the game was played, who the
      * opponent was, how it came out for this player (N until the
      * result trailer posts), the final score, the number of M
      * records and which file holds the game.  GX-SEAT says whether
      * the player was the game's first mover (A) or the other
      * participant (B), the order REPLAY's addresult passes them on.
      * GX-GAME-KEY repeats the game and player the other way round
      * so a game's entries can be found from its id alone; it is
      * declared as the file's alternate record key.  Players 1 and
      * 2 stand in for a game with no moves, and a one-player game
      * carries a single entry with the player as their own opponent,
      * both as addresult posts them.
           02 GX-KEY.
               03 GX-PLAYER-ID       PIC 9(03).
               03 GX-GAME-ID         PIC X(10).
           02 GX-GAME-DATE           PIC 9(08).
           02 GX-OPPONENT            PIC 9(03).
           02 GX-OUTCOME             PIC X(01).
               88 GX-OUTCOME-WIN      VALUE 'W'.
               88 GX-OUTCOME-LOSS     VALUE 'L'.
               88 GX-OUTCOME-DRAW     VALUE 'D'.
               88 GX-NO-RESULT        VALUE 'N'.
               88 GX-HAS-RESULT       VALUE 'W' 'L' 'D'.
           02 GX-FINAL-SCORE         PIC 9(05).
           02 GX-TURN-COUNT          PIC 9(05).
           02 GX-SOURCE              PIC X(01).
               88 GX-IN-LIVE          VALUE 'L'.
               88 GX-IN-LIBRARY       VALUE 'G'.
           02 GX-SEAT                PIC X(01).
               88 GX-SEAT-A           VALUE 'A'.
               88 GX-SEAT-B           VALUE 'B'.
           02 GX-GAME-KEY.
               03 GX-BY-GAME-ID      PIC X(10).
               03 GX-BY-PLAYER-ID    PIC 9(03).
           02 FILLER                 PIC X(20).
