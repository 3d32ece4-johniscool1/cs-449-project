      * zeroed first, then each game's result is pushed through
      * PLYRRATE exactly as if it had just been posted, so a fresh
      * install can seed ratings from the whole game history.
      * The games and their results are read from the player-to-game
      * index (./game.index) in game order, through its game key,
      * instead of walking the move records: each game's first-mover
      * entry gives the two participants in the order addresult
      * passed them, and the outcome gives the winner.  Run GINDXRBL
      * first when the index may be behind the game files.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-GAME-INDEX ASSIGN TO './game.index'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GX-KEY
                   ALTERNATE RECORD KEY IS GX-GAME-KEY
                   FILE STATUS IS WS-INDEX-STATUS.
       SELECT FC-PLAYER-RATING ASSIGN TO './player.rating'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-RHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-GAME-INDEX.
       01 FS-GAME-INDEX.
           COPY GINDXREC.
       FD FC-PLAYER-RATING.
       01 FS-PLAYER-RATING.
           COPY PRATEREC.
       01 FS-RHIST-REC.
           COPY RHISTREC.
       WORKING-STORAGE SECTION.
       01 WS-INDEX-STATUS PIC XX.
           88 WS-INDEX-OK VALUE '00'.
       01 WS-RATING-STATUS PIC XX.
           88 WS-RATING-OK VALUE '00'.
       01 WS-RHIST-STATUS PIC XX.
           88 WS-RHIST-OK VALUE '00'.
       01 WS-FILE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FILE-EOF VALUE 'Y'.
       01 WS-INDEX-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 WS-INDEX-OPEN VALUE 'Y'.
      * which file's games the current pass replays - G for the
      * library, L for the live file
       01 WS-PASS-SOURCE PIC X(01).
       01 WS-GAMES-RATED PIC 9(05) VALUE 0.
      * call interface to PLYRRATE - matches what REPLAY passes
       01 WS-CALL-GAME-ID PIC X(10).
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF RETURN-CODE = 0
               MOVE 'G' TO WS-PASS-SOURCE
               PERFORM 2000-REPLAY-INDEX-PASS
                   THRU 2000-REPLAY-INDEX-PASS-EXIT
           END-IF
           IF RETURN-CODE = 0
               MOVE 'L' TO WS-PASS-SOURCE
               PERFORM 2000-REPLAY-INDEX-PASS
                   THRU 2000-REPLAY-INDEX-PASS-EXIT
           END-IF
           IF WS-INDEX-OPEN
               CLOSE FC-GAME-INDEX
           END-IF
           DISPLAY 'RATERBL: GAMES RATED ' WS-GAMES-RATED
               ' RETURN-CODE ' RETURN-CODE
           STOP RUN.
      * a rebuild always starts from nothing - zero both rating files,
      * but only once the index is known to be there to rebuild from
       1000-INITIALIZE.
           OPEN INPUT FC-GAME-INDEX
           IF NOT WS-INDEX-OK
               DISPLAY 'RATERBL: UNABLE TO OPEN GAME.INDEX, '
                   'STATUS ' WS-INDEX-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           SET WS-INDEX-OPEN TO TRUE
           OPEN OUTPUT FC-PLAYER-RATING
           IF NOT WS-RATING-OK
               DISPLAY 'RATERBL: UNABLE TO ZERO PLAYER.RATING, '
           CLOSE FC-RATING-HIST.
       1000-INITIALIZE-EXIT.
           EXIT.
      * archived games are the older ones, so the library's games are
      * replayed before the live file's.  a game has an entry per
      * participant and only the first mover's is taken, so each game
      * is rated once
       2000-REPLAY-INDEX-PASS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           MOVE SPACES TO GX-BY-GAME-ID
           MOVE 0 TO GX-BY-PLAYER-ID
           START FC-GAME-INDEX
               KEY IS GREATER THAN OR EQUAL TO GX-GAME-KEY
               INVALID KEY
                   GO TO 2000-REPLAY-INDEX-PASS-EXIT
           END-START
           PERFORM 2100-READ-INDEX-ENTRY
               UNTIL WS-FILE-EOF OR RETURN-CODE NOT = 0.
       2000-REPLAY-INDEX-PASS-EXIT.
           EXIT.
       2100-READ-INDEX-ENTRY.
           READ FC-GAME-INDEX NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF GX-SOURCE = WS-PASS-SOURCE
                           AND GX-SEAT-A AND GX-HAS-RESULT
                       PERFORM 7300-RATE-GAME
                   END-IF
           END-READ.
       7300-RATE-GAME.
           MOVE GX-PLAYER-ID TO WS-CALL-PART-A
           MOVE GX-OPPONENT TO WS-CALL-PART-B
           EVALUATE TRUE
               WHEN GX-OUTCOME-WIN
                   MOVE GX-PLAYER-ID TO WS-CALL-WIN
               WHEN GX-OUTCOME-LOSS
                   MOVE GX-OPPONENT TO WS-CALL-WIN
               WHEN OTHER
                   MOVE 0 TO WS-CALL-WIN
           END-EVALUATE
           MOVE GX-GAME-ID TO WS-CALL-GAME-ID
           MOVE 0 TO WS-CALL-RC
           CALL 'PLYRRATE' USING BY REFERENCE WS-CALL-GAME-ID
                              BY REFERENCE WS-CALL-WIN
                              BY REFERENCE WS-CALL-PART-A
                              BY REFERENCE WS-CALL-PART-B
                              BY REFERENCE WS-CALL-RC
           IF WS-CALL-RC NOT = 0
               DISPLAY 'RATERBL: RATING UPDATE FAILED FOR GAME '
                   WS-CALL-GAME-ID
               MOVE 90 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-GAMES-RATED
           END-IF.
