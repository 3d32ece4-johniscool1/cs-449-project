      *                        points per player per round, games
      *                        remaining and the final placing
      * Points: 1 for a win, .5 each for a draw, taken from the
      * outcome the player-to-game index (./game.index) carries for
      * each pairing's game; a pairing whose game has no result
      * trailer yet counts as a game remaining for both players.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RS-PLAYER-ID
                   FILE STATUS IS WS-ROSTER-STATUS.
       SELECT FC-GAME-INDEX ASSIGN TO './game.index'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GX-KEY
                   ALTERNATE RECORD KEY IS GX-GAME-KEY
                   FILE STATUS IS WS-INDEX-STATUS.
       SELECT FC-PRINT-FILE ASSIGN TO WS-PRINT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.
       FD FC-PLAYER-ROSTER.
       01 FS-PLAYER-ROSTER.
           COPY PROSTREC.
       FD FC-GAME-INDEX.
       01 FS-GAME-INDEX.
           COPY GINDXREC.
       FD FC-PRINT-FILE.
       01 PR-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           88 WS-TOURN-OK VALUE '00'.
       01 WS-ROSTER-STATUS PIC XX.
           88 WS-ROSTER-OK VALUE '00'.
       01 WS-INDEX-STATUS PIC XX.
           88 WS-INDEX-OK VALUE '00'.
       01 WS-PRINT-STATUS PIC XX.
           88 WS-PRINT-OK VALUE '00'.
       01 WS-TOURN-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-TOURN-EOF VALUE 'Y'.
       01 WS-ROSTER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-ROSTER-AVAIL VALUE 'Y'.
       01 WS-PRINT-NAME PIC X(40).
       01 WS-COMMAND-LINE PIC X(80).
       01 WS-ARG-ACTION PIC X(05).
       01 WS-RESULT-FOUND-SWITCH PIC X(01).
           88 WS-RESULT-FOUND VALUE 'Y'.
       01 WS-RESULT-WINNER PIC 9(03).
       01 WS-TOURN-NAME PIC X(20).
       01 WS-PAIRINGS-SEEN PIC 9(03) VALUE 0.
       01 WS-LOOKUP-NAME PIC X(20).
               MOVE 90 TO RETURN-CODE
               GO TO 6000-STANDINGS-EXIT
           END-IF
           OPEN INPUT FC-GAME-INDEX
           IF NOT WS-INDEX-OK
               DISPLAY 'TORNMNT: UNABLE TO OPEN GAME.INDEX, '
                   'STATUS ' WS-INDEX-STATUS
               MOVE 90 TO RETURN-CODE
               CLOSE FC-PRINT-FILE
               GO TO 6000-STANDINGS-EXIT
           END-IF
           OPEN INPUT FC-PLAYER-ROSTER
           IF WS-ROSTER-OK
           PERFORM 6100-READ-TOURN-RECORD UNTIL WS-TOURN-EOF
           PERFORM 6500-SORT-STANDINGS
           PERFORM 6600-PRINT-STANDINGS
           CLOSE FC-GAME-INDEX
           IF WS-ROSTER-AVAIL
               CLOSE FC-PLAYER-ROSTER
           END-IF
           IF WS-SD-SUB-A = 0 OR WS-SD-SUB-B = 0
               GO TO 6200-APPLY-PAIRING-DONE
           END-IF
           PERFORM 6300-LOOKUP-RESULT THRU 6300-LOOKUP-RESULT-EXIT
           IF NOT WS-RESULT-FOUND
               ADD 1 TO WS-SD-REMAINING(WS-SD-SUB-A)
               ADD 1 TO WS-SD-REMAINING(WS-SD-SUB-B)
           END-IF.
       6200-APPLY-PAIRING-DONE.
           EXIT.
      * the game's first index entry on the alternate key is enough:
      * both entries carry the result, whatever ids the moves were
      * made under; the outcome is turned back into a winner
       6300-LOOKUP-RESULT.
           MOVE 'N' TO WS-RESULT-FOUND-SWITCH
           MOVE 0 TO WS-RESULT-WINNER
           MOVE TN-GAME-ID TO GX-BY-GAME-ID
           MOVE 0 TO GX-BY-PLAYER-ID
           START FC-GAME-INDEX
               KEY IS GREATER THAN OR EQUAL TO GX-GAME-KEY
               INVALID KEY
                   GO TO 6300-LOOKUP-RESULT-EXIT
           END-START
           READ FC-GAME-INDEX NEXT RECORD
               AT END
                   MOVE SPACES TO GX-BY-GAME-ID
           END-READ
           IF GX-BY-GAME-ID = TN-GAME-ID AND GX-HAS-RESULT
               SET WS-RESULT-FOUND TO TRUE
               EVALUATE TRUE
                   WHEN GX-OUTCOME-WIN
                       MOVE GX-PLAYER-ID TO WS-RESULT-WINNER
                   WHEN GX-OUTCOME-LOSS
                       MOVE GX-OPPONENT TO WS-RESULT-WINNER
                   WHEN OTHER
                       MOVE 0 TO WS-RESULT-WINNER
               END-EVALUATE
           END-IF.
       6300-LOOKUP-RESULT-EXIT.
           EXIT.
       6400-REGISTER-PLAYER.
           MOVE 0 TO WS-SD-SUB
           PERFORM 6450-MATCH-PLAYER-SLOT
