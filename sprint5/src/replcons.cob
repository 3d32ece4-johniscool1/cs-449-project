      * its move count, winner, final score, and source archive.
      * The archives to sweep are listed one name per line in
      * ./archive.list (built with: ls ./REPLAY.G* > archive.list).
      * Every game loaded is posted to the player-to-game index
      * (./game.index) through GINDXPST, its participants found from
      * the M records the same way REPLAY's addresult finds them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-GAME-FINAL-SCORE PIC 9(05) VALUE 0.
       01 WS-GAME-RESULT-SWITCH PIC X(01) VALUE 'N'.
           88 WS-GAME-HAS-RESULT VALUE 'Y'.
      * call interface to GINDXPST - matches what REPLAY passes
       01 WS-CALL-SOURCE PIC X(01) VALUE 'G'.
       01 WS-CALL-WIN USAGE BINARY-LONG.
       01 WS-CALL-SCORE USAGE BINARY-LONG.
       01 WS-CALL-PART-A USAGE BINARY-LONG.
       01 WS-CALL-PART-B USAGE BINARY-LONG.
       01 WS-CALL-TURNS USAGE BINARY-LONG.
       01 WS-CALL-DATE USAGE BINARY-LONG.
       01 WS-CALL-RC USAGE BINARY-LONG.
       01 WS-ARCHIVES-READ PIC 9(05) VALUE 0.
       01 WS-GAMES-LOADED PIC 9(05) VALUE 0.
       01 WS-GAMES-SKIPPED PIC 9(05) VALUE 0.
           END-IF
           IF FS-REPLAY-IS-MOVE OF FS-ARCHIVE-REC
               ADD 1 TO WS-GAME-MOVE-COUNT
               IF WS-CALL-PART-A = 0
                   MOVE FS-REPLAY-PLAYER OF FS-ARCHIVE-REC
                       TO WS-CALL-PART-A
               ELSE
                   IF FS-REPLAY-PLAYER OF FS-ARCHIVE-REC
                           NOT = WS-CALL-PART-A
                           AND WS-CALL-PART-B = 0
                       MOVE FS-REPLAY-PLAYER OF FS-ARCHIVE-REC
                           TO WS-CALL-PART-B
                   END-IF
               END-IF
           END-IF
           IF FS-REPLAY-IS-TIME OF FS-ARCHIVE-REC
                   AND WS-CALL-DATE = 0
               MOVE FS-REPLAY-STAMP-DATE OF FS-ARCHIVE-REC
                   TO WS-CALL-DATE
           END-IF
           IF FS-REPLAY-IS-RESULT OF FS-ARCHIVE-REC
               SET WS-GAME-HAS-RESULT TO TRUE
           MOVE 0 TO WS-GAME-WIN-PLAYER
           MOVE 0 TO WS-GAME-FINAL-SCORE
           MOVE 'N' TO WS-GAME-RESULT-SWITCH
           MOVE 0 TO WS-CALL-PART-A
           MOVE 0 TO WS-CALL-PART-B
           MOVE 0 TO WS-CALL-DATE
           MOVE WS-CURR-GAME-ID TO FS-REPLAY-GAME-ID OF FS-REPLAY
           MOVE 0 TO FS-REPLAY-TURN-NUM OF FS-REPLAY
           MOVE SPACE TO FS-REPLAY-REC-TYPE OF FS-REPLAY
                   END-READ
           END-START.
       2500-FINISH-GAME.
           IF WS-CURR-GAME-ID NOT = SPACES AND WS-GAME-LOADING
               PERFORM 2600-INDEX-GAME
           END-IF
           IF WS-CURR-GAME-ID NOT = SPACES
               MOVE WS-CURR-GAME-ID TO WS-CL-GAME-ID
               MOVE WS-GAME-MOVE-COUNT TO WS-CL-MOVES
               MOVE WS-CATALOG-LINE TO PR-LINE
               WRITE PR-LINE
           END-IF.
       2600-INDEX-GAME.
           MOVE WS-GAME-WIN-PLAYER TO WS-CALL-WIN
           MOVE WS-GAME-FINAL-SCORE TO WS-CALL-SCORE
           MOVE WS-GAME-MOVE-COUNT TO WS-CALL-TURNS
           MOVE 0 TO WS-CALL-RC
           CALL 'GINDXPST' USING BY REFERENCE WS-CURR-GAME-ID
                              BY REFERENCE WS-CALL-SOURCE
                              BY REFERENCE WS-GAME-RESULT-SWITCH
                              BY REFERENCE WS-CALL-WIN
                              BY REFERENCE WS-CALL-SCORE
                              BY REFERENCE WS-CALL-PART-A
                              BY REFERENCE WS-CALL-PART-B
                              BY REFERENCE WS-CALL-TURNS
                              BY REFERENCE WS-CALL-DATE
                              BY REFERENCE WS-CALL-RC
           IF WS-CALL-RC NOT = 0
               DISPLAY 'REPLCONS: GAME.INDEX UPDATE FAILED FOR GAME '
                   WS-CURR-GAME-ID
               MOVE 90 TO RETURN-CODE
           END-IF.
       9000-TERMINATE.
           MOVE WS-ARCHIVES-READ TO WS-TOT-ARCHIVES
           MOVE WS-GAMES-LOADED TO WS-TOT-LOADED
