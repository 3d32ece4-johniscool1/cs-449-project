       DATE-WRITTEN. 09-02-26.
      * Head-to-head matchup report (./matchup.rpt): one section per
      * player with his won/lost/drawn record against every opponent
      * he has faced, read from the player-to-game index
      * (./game.index) kept for the games in ./live.replay and the
      * ./game.library master.  Each entry carries the opponent and
      * the outcome from the player's own side; games with no result
      * trailer yet are left out.  Names come from the player roster;
      * the bare number is shown when the roster is missing or the
      * player is not on it.
      * Command line: [player-id]  (limit the report to that player's
      * row - only that player's own index entries are read, and the
      * games counted are theirs; default is every player)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-GAME-INDEX ASSIGN TO './game.index'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GX-KEY
                   ALTERNATE RECORD KEY IS GX-GAME-KEY
                   FILE STATUS IS WS-INDEX-STATUS.
       SELECT FC-PLAYER-ROSTER ASSIGN TO './player.roster'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-GAME-INDEX.
       01 FS-GAME-INDEX.
           COPY GINDXREC.
       FD FC-PLAYER-ROSTER.
       01 FS-PLAYER-ROSTER.
           COPY PROSTREC.
       FD FC-PRINT-FILE.
       01 PR-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-INDEX-STATUS PIC XX.
           88 WS-INDEX-OK VALUE '00'.
       01 WS-ROSTER-STATUS PIC XX.
           88 WS-ROSTER-OK VALUE '00'.
       01 WS-PRINT-STATUS PIC XX.
       01 WS-PARSE-SUB PIC 9(02).
       01 WS-PARSE-ERR-SWITCH PIC X(01).
           88 WS-PARSE-ERROR VALUE 'Y'.
       01 WS-GAMES-COUNTED PIC 9(05) VALUE 0.
      * one slot per distinct player seen in any counted game; the
      * grid holds the won/lost/drawn record of each row player
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-READ-GAME-INDEX
                   THRU 2000-READ-GAME-INDEX-EXIT
               PERFORM 4000-PRINT-REPORT
               PERFORM 9000-TERMINATE
           END-IF
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN INPUT FC-GAME-INDEX
           IF NOT WS-INDEX-OK
               DISPLAY 'MATCHRPT: UNABLE TO OPEN GAME.INDEX, '
                   'STATUS ' WS-INDEX-STATUS
               MOVE 90 TO RETURN-CODE
               CLOSE FC-PRINT-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN INPUT FC-PLAYER-ROSTER
           IF WS-ROSTER-OK
               SET WS-ROSTER-AVAIL TO TRUE
           ELSE IF WS-PARSE-IN(WS-PARSE-SUB:1) NOT = SPACE
               SET WS-PARSE-ERROR TO TRUE
           END-IF.
      * one player's entries sit together under the key, so a
      * filtered run starts at the player's first entry and stops
      * after the last
       2000-READ-GAME-INDEX.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           IF WS-FILTER-PLAYER NOT = 0
               MOVE WS-FILTER-PLAYER TO GX-PLAYER-ID
               MOVE SPACES TO GX-GAME-ID
               START FC-GAME-INDEX
                   KEY IS GREATER THAN OR EQUAL TO GX-KEY
                   INVALID KEY
                       GO TO 2000-READ-GAME-INDEX-EXIT
               END-START
           END-IF
           PERFORM 2100-READ-INDEX-ENTRY UNTIL WS-FILE-EOF.
       2000-READ-GAME-INDEX-EXIT.
           EXIT.
       2100-READ-INDEX-ENTRY.
           READ FC-GAME-INDEX NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-FILTER-PLAYER NOT = 0
                           AND GX-PLAYER-ID NOT = WS-FILTER-PLAYER
                       SET WS-FILE-EOF TO TRUE
                   ELSE
                       PERFORM 7300-TALLY-ENTRY
                   END-IF
           END-READ.
      * only a finished two-player game puts a mark in the grid - a
      * head-to-head record needs a head and a result.  every game
      * has an entry on both sides, so each entry marks only its own
      * row, and an unfiltered run counts the game from the side of
      * the lower player id.  a game with no moves is indexed under
      * the stand-in players 1 and 2 and has no real participants,
      * so it is passed over
       7300-TALLY-ENTRY.
           IF GX-HAS-RESULT
                   AND GX-TURN-COUNT > 0
                   AND GX-OPPONENT NOT = 0
                   AND GX-OPPONENT NOT = GX-PLAYER-ID
               MOVE GX-PLAYER-ID TO WS-CHECK-PLAYER
               PERFORM 7400-REGISTER-PLAYER
               MOVE WS-PL-SUB TO WS-PL-SUB-A
               MOVE GX-OPPONENT TO WS-CHECK-PLAYER
               PERFORM 7400-REGISTER-PLAYER
               MOVE WS-PL-SUB TO WS-PL-SUB-B
               IF WS-PL-SUB-A NOT = 0 AND WS-PL-SUB-B NOT = 0
                   IF WS-FILTER-PLAYER NOT = 0
                           OR GX-PLAYER-ID < GX-OPPONENT
                       ADD 1 TO WS-GAMES-COUNTED
                   END-IF
                   EVALUATE TRUE
                       WHEN GX-OUTCOME-WIN
                           ADD 1 TO
                               WS-GC-WON(WS-PL-SUB-A, WS-PL-SUB-B)
                       WHEN GX-OUTCOME-LOSS
                           ADD 1 TO
                               WS-GC-LOST(WS-PL-SUB-A, WS-PL-SUB-B)
                       WHEN OTHER
                           ADD 1 TO
                               WS-GC-DRAWN(WS-PL-SUB-A, WS-PL-SUB-B)
                   END-EVALUATE
               END-IF
           END-IF.
       7400-REGISTER-PLAYER.
           IF WS-ROSTER-AVAIL
               CLOSE FC-PLAYER-ROSTER
           END-IF
           CLOSE FC-GAME-INDEX
           CLOSE FC-PRINT-FILE.
