      * ./live.replay and the ./game.library master and lists every
      * game that references a player who is not on ./player.roster
      * or is marked inactive - one line per game and player - so the
      * old data can be cleaned up.  The move records are walked
      * rather than the player-to-game index, since a game can carry
      * a mover beyond its two participants and a live game is not
      * indexed until its result posts.  Report goes to
      * ./rostchk.rpt; RETURN-CODE is 8 when anything is listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-CURR-GAME-ID PIC X(10) VALUE SPACES.
       01 WS-CURR-FILE-DESC PIC X(12).
      * players already reported for the current game, so one bad
      * player makes one line per game however many moves that
      * player makes
       01 WS-SEEN-TABLE.
           02 WS-SEEN-PLAYER OCCURS 20 PIC 9(03).
       01 WS-SEEN-USED PIC 9(02) VALUE 0.
