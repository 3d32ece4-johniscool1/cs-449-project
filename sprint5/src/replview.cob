      * The board is rebuilt from the start for every position, the
      * same board-building REPLBORD does, so stepping backward needs
      * no undo logic.
      * The game's entry on the player-to-game index (./game.index)
      * says which file holds it, so an archived game is read from
      * the library without probing the live file first, and names
      * the two players and the date played.  A game the index does
      * not know, or a site without one, is looked for live first.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FS-REPLAY-KEY OF FS-LIB-REC
                   FILE STATUS IS WS-LIB-STATUS.
       SELECT FC-GAME-INDEX ASSIGN TO './game.index'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GX-KEY
                   ALTERNATE RECORD KEY IS GX-GAME-KEY
                   FILE STATUS IS WS-INDEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-REPLAY-FILE.
       FD FC-GAME-LIB.
       01 FS-LIB-REC.
           COPY REPLYREC.
       FD FC-GAME-INDEX.
       01 FS-GAME-INDEX.
           COPY GINDXREC.
       WORKING-STORAGE SECTION.
       01 WS-REPLAY-STATUS PIC XX.
           88 WS-REPLAY-OK VALUE '00'.
       01 WS-LIB-STATUS PIC XX.
           88 WS-LIB-OK VALUE '00'.
       01 WS-INDEX-STATUS PIC XX.
           88 WS-INDEX-OK VALUE '00'.
       01 WS-INDEX-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88 WS-INDEX-FOUND VALUE 'Y'.
       01 WS-INDEX-SOURCE PIC X(01) VALUE 'L'.
           88 WS-INDEX-IN-LIBRARY VALUE 'G'.
       01 WS-PLAYERS-LINE.
           02 FILLER PIC X(09) VALUE 'PLAYERS: '.
           02 WS-PY-PLAYER-A PIC ZZ9.
           02 FILLER PIC X(05) VALUE ' AND '.
           02 WS-PY-PLAYER-B PIC ZZ9.
           02 FILLER PIC X(09) VALUE '  PLAYED '.
           02 WS-PY-GAME-DATE PIC 9(08).
       01 WS-LOAD-EOF-SWITCH PIC X(01).
           88 WS-LOAD-EOF VALUE 'Y'.
       01 WS-ARG-GAME-ID PIC X(10).
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 1500-FIND-INDEX-ENTRY THRU 1500-FIND-INDEX-ENTRY-EXIT
           IF WS-INDEX-IN-LIBRARY
               PERFORM 2500-LOAD-FROM-LIBRARY
                   THRU 2500-LOAD-FROM-LIBRARY-EXIT
               IF WS-MV-USED = 0 AND RETURN-CODE = 0
                   PERFORM 2000-LOAD-FROM-LIVE
                       THRU 2000-LOAD-FROM-LIVE-EXIT
               END-IF
           ELSE
               PERFORM 2000-LOAD-FROM-LIVE
                   THRU 2000-LOAD-FROM-LIVE-EXIT
               IF WS-MV-USED = 0 AND RETURN-CODE = 0
                   PERFORM 2500-LOAD-FROM-LIBRARY
                       THRU 2500-LOAD-FROM-LIBRARY-EXIT
               END-IF
           END-IF
           IF RETURN-CODE NOT = 0
               GO TO 1000-INITIALIZE-EXIT
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF WS-INDEX-FOUND
               DISPLAY WS-PLAYERS-LINE
           END-IF
           MOVE WS-MV-USED TO WS-CURR-POS.
       1000-INITIALIZE-EXIT.
           EXIT.
      * the first of the game's entries on the alternate key is enough:
      * both carry the same file and date, and the seat puts the
      * players back in move order
       1500-FIND-INDEX-ENTRY.
           OPEN INPUT FC-GAME-INDEX
           IF NOT WS-INDEX-OK
               GO TO 1500-FIND-INDEX-ENTRY-EXIT
           END-IF
           MOVE WS-ARG-GAME-ID TO GX-BY-GAME-ID
           MOVE 0 TO GX-BY-PLAYER-ID
           START FC-GAME-INDEX
               KEY IS GREATER THAN OR EQUAL TO GX-GAME-KEY
               INVALID KEY
                   CLOSE FC-GAME-INDEX
                   GO TO 1500-FIND-INDEX-ENTRY-EXIT
           END-START
           READ FC-GAME-INDEX NEXT RECORD
               AT END
                   MOVE SPACES TO GX-BY-GAME-ID
           END-READ
           IF GX-BY-GAME-ID = WS-ARG-GAME-ID
               SET WS-INDEX-FOUND TO TRUE
               MOVE GX-SOURCE TO WS-INDEX-SOURCE
               MOVE GX-GAME-DATE TO WS-PY-GAME-DATE
               IF GX-SEAT-A
                   MOVE GX-PLAYER-ID TO WS-PY-PLAYER-A
                   MOVE GX-OPPONENT TO WS-PY-PLAYER-B
               ELSE
                   MOVE GX-OPPONENT TO WS-PY-PLAYER-A
                   MOVE GX-PLAYER-ID TO WS-PY-PLAYER-B
               END-IF
           END-IF
           CLOSE FC-GAME-INDEX.
       1500-FIND-INDEX-ENTRY-EXIT.
           EXIT.
       2000-LOAD-FROM-LIVE.
           OPEN INPUT FC-REPLAY-FILE
           IF WS-REPLAY-STATUS = '35'
