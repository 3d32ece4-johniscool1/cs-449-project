      * Renders the 8x8 board position for one game by applying its
      * M-type records in FS-REPLAY-TURN-NUM order.
      * Command line: game-id [as-of-turn] [snapshot-interval] [hist]
      *   game-id            * = every game in the input, one board
      *                      each
      *   as-of-turn         0 or omitted = final position
      *   snapshot-interval  N > 0 prints the board every N turns
      *   hist               name of a sequential history file to read
      *                      instead of ./live.replay - an archive, or
      *                      a GAMEXTR extract
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 WS-USE-HIST VALUE 'Y'.
       01 WS-COMMAND-LINE PIC X(80).
       01 WS-ARG-GAME-ID PIC X(10).
       01 WS-ALL-GAMES-SWITCH PIC X(01) VALUE 'N'.
           88 WS-ALL-GAMES VALUE 'Y'.
       01 WS-CURR-GAME-ID PIC X(10) VALUE SPACES.
       01 WS-ARG-TURN PIC X(05).
       01 WS-ARG-SNAP PIC X(05).
       01 WS-ASOF-TURN PIC 9(05) VALUE 0.
       01 WS-SNAP-TITLE-LINE.
           02 FILLER PIC X(20) VALUE 'POSITION AFTER TURN '.
           02 WS-ST-TURN PIC Z(04)9.
           02 FILLER PIC X(08) VALUE '  GAME: '.
           02 WS-ST-GAME-ID PIC X(10).
       01 WS-COL-HEAD-LINE.
           02 FILLER PIC X(08) VALUE '     X  '.
           02 FILLER PIC X(32) VALUE
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF WS-ARG-GAME-ID = '*'
               SET WS-ALL-GAMES TO TRUE
           ELSE
               MOVE WS-ARG-GAME-ID TO WS-CURR-GAME-ID
           END-IF
           MOVE WS-ARG-TURN TO WS-PARSE-IN
           PERFORM 1100-PARSE-NUMBER
           MOVE WS-PARSE-OUT TO WS-ASOF-TURN
                       PERFORM 2100-APPLY-RECORD
               END-READ
           END-IF.
      * with every game wanted, a new game id closes off the board
      * of the game before it
       2100-APPLY-RECORD.
           IF WS-ALL-GAMES
                   AND FS-REPLAY-GAME-ID OF WS-REPLAY-WORK
                       NOT = WS-CURR-GAME-ID
               PERFORM 2150-START-NEXT-GAME
           END-IF
           IF FS-REPLAY-GAME-ID OF WS-REPLAY-WORK
                   NOT = WS-CURR-GAME-ID
               CONTINUE
           ELSE IF NOT FS-REPLAY-IS-MOVE OF WS-REPLAY-WORK
               CONTINUE
           ELSE
               PERFORM 2200-PLACE-PIECE
           END-IF.
       2150-START-NEXT-GAME.
           IF WS-CURR-GAME-ID NOT = SPACES
               PERFORM 3000-PRINT-FINAL-BOARD
           END-IF
           MOVE FS-REPLAY-GAME-ID OF WS-REPLAY-WORK TO WS-CURR-GAME-ID
           MOVE ALL '  .' TO WS-BOARD
           MOVE 0 TO WS-MOVES-APPLIED
           MOVE 0 TO WS-LAST-TURN.
       2200-PLACE-PIECE.
           COMPUTE WS-ROW-SUB = FS-REPLAY-Y OF WS-REPLAY-WORK + 1
           COMPUTE WS-COL-SUB = FS-REPLAY-X OF WS-REPLAY-WORK + 1
               END-IF
           END-IF.
       3000-PRINT-FINAL-BOARD.
           IF WS-CURR-GAME-ID = SPACES
               MOVE WS-ARG-GAME-ID TO WS-TL-GAME-ID
           ELSE
               MOVE WS-CURR-GAME-ID TO WS-TL-GAME-ID
           END-IF
           IF WS-ASOF-TURN > 0
               MOVE 'AS OF REQUESTED TURN' TO WS-TL-DESC
           ELSE
           END-IF
           MOVE WS-MOVES-APPLIED TO WS-SL-MOVES
           MOVE WS-SUMMARY-LINE TO PR-LINE
           WRITE PR-LINE
           IF WS-ALL-GAMES
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
           END-IF.
       3100-PRINT-SNAPSHOT.
           MOVE WS-LAST-TURN TO WS-ST-TURN
           MOVE WS-CURR-GAME-ID TO WS-ST-GAME-ID
           MOVE WS-SNAP-TITLE-LINE TO PR-LINE
           WRITE PR-LINE
           PERFORM 3200-PRINT-BOARD.
