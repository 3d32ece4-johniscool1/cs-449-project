       IDENTIFICATION DIVISION.
       PROGRAM-ID. GINDXPST.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. 10-15-26.
      * Posts one game to the player-to-game index (./game.index):
      * one entry per participant, written when the game is new to
      * the index and rewritten when it is already there, so a game
      * that moves from ./live.replay into the ./game.library master,
      * or gets its result trailer, simply replaces what was held.
      * Called by REPLAY when a result trailer posts, by REPLCONS as
      * each game is loaded into the library, and by GINDXRBL when
      * the index is rebuilt from scratch.  The caller passes what it
      * already found walking the game: the participants the way
      * addresult finds them, the result when there is one, the
      * number of M records and the date of the first T record.
      * A zero date is filled from the game's start date on
      * ./game.register, or today's date when the game is not
      * registered.  A site with no index yet is a no-op - GINDXRBL
      * creates it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-GAME-INDEX ASSIGN TO './game.index'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GX-KEY
                   ALTERNATE RECORD KEY IS GX-GAME-KEY
                   FILE STATUS IS WS-INDEX-STATUS.
       SELECT FC-GAME-REGISTER ASSIGN TO './game.register'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-GAME-ID
                   FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-GAME-INDEX.
       01 FS-GAME-INDEX.
           COPY GINDXREC.
       FD FC-GAME-REGISTER.
       01 FS-GAME-REGISTER.
           COPY GREGREC.
       WORKING-STORAGE SECTION.
       01 WS-INDEX-STATUS PIC XX.
           88 WS-INDEX-OK VALUE '00'.
       01 WS-REG-STATUS PIC XX.
           88 WS-REG-OK VALUE '00'.
       01 WS-PART-A PIC 9(03).
       01 WS-PART-B PIC 9(03).
       01 WS-WIN-PLAYER PIC 9(03).
       01 WS-GAME-DATE PIC 9(08).
       01 WS-ENTRY-PLAYER PIC 9(03).
       01 WS-ENTRY-OPPONENT PIC 9(03).
       01 WS-ENTRY-SEAT PIC X(01).
       01 WS-ENTRY-FOUND-SWITCH PIC X(01).
           88 WS-ENTRY-FOUND VALUE 'Y'.
       LINKAGE SECTION.
       01 LS-GAME-ID PIC X(10).
       01 LS-SOURCE PIC X(01).
       01 LS-RESULT-FLAG PIC X(01).
           88 LS-HAS-RESULT VALUE 'Y'.
       01 LS-WIN-PLAYER USAGE BINARY-LONG.
       01 LS-FINAL-SCORE USAGE BINARY-LONG.
       01 LS-PLAYER-A USAGE BINARY-LONG.
       01 LS-PLAYER-B USAGE BINARY-LONG.
       01 LS-TURN-COUNT USAGE BINARY-LONG.
       01 LS-GAME-DATE USAGE BINARY-LONG.
       01 LS-RETURN-CODE USAGE BINARY-LONG.
           88 LS-RC-OK VALUE 0.
           88 LS-RC-IO-ERROR VALUE 90.
       PROCEDURE DIVISION USING BY REFERENCE LS-GAME-ID
                            BY REFERENCE LS-SOURCE
                            BY REFERENCE LS-RESULT-FLAG
                            BY REFERENCE LS-WIN-PLAYER
                            BY REFERENCE LS-FINAL-SCORE
                            BY REFERENCE LS-PLAYER-A
                            BY REFERENCE LS-PLAYER-B
                            BY REFERENCE LS-TURN-COUNT
                            BY REFERENCE LS-GAME-DATE
                            BY REFERENCE LS-RETURN-CODE.
       0000-POST-GAME.
           MOVE 0 TO LS-RETURN-CODE
           OPEN I-O FC-GAME-INDEX
           IF WS-INDEX-STATUS = '35'
               GO TO 0000-EXIT
           END-IF
           IF NOT WS-INDEX-OK
               MOVE 90 TO LS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF
      * the same stand-ins addresult uses, so the index agrees with
      * the stats and ratings the game was posted to
           MOVE LS-PLAYER-A TO WS-PART-A
           MOVE LS-PLAYER-B TO WS-PART-B
           IF WS-PART-A = 0
               MOVE 1 TO WS-PART-A
               MOVE 2 TO WS-PART-B
           END-IF
           IF WS-PART-B = 0
               MOVE WS-PART-A TO WS-PART-B
           END-IF
           MOVE LS-WIN-PLAYER TO WS-WIN-PLAYER
           MOVE LS-GAME-DATE TO WS-GAME-DATE
           IF WS-GAME-DATE = 0
               PERFORM 0100-FIND-GAME-DATE
           END-IF
           MOVE WS-PART-A TO WS-ENTRY-PLAYER
           MOVE WS-PART-B TO WS-ENTRY-OPPONENT
           MOVE 'A' TO WS-ENTRY-SEAT
           PERFORM 0200-PUT-ENTRY
           IF LS-RC-OK AND WS-PART-B NOT = WS-PART-A
               MOVE WS-PART-B TO WS-ENTRY-PLAYER
               MOVE WS-PART-A TO WS-ENTRY-OPPONENT
               MOVE 'B' TO WS-ENTRY-SEAT
               PERFORM 0200-PUT-ENTRY
           END-IF
           CLOSE FC-GAME-INDEX.
       0000-EXIT.
           GOBACK.
      * a game with no clock records is dated by the register, and a
      * game from before the register by the day it was indexed
       0100-FIND-GAME-DATE.
           OPEN INPUT FC-GAME-REGISTER
           IF WS-REG-OK
               MOVE LS-GAME-ID TO GR-GAME-ID
               READ FC-GAME-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GR-START-DATE TO WS-GAME-DATE
               END-READ
               CLOSE FC-GAME-REGISTER
           END-IF
           IF WS-GAME-DATE = 0
               ACCEPT WS-GAME-DATE FROM DATE YYYYMMDD
           END-IF.
       0200-PUT-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           MOVE WS-ENTRY-PLAYER TO GX-PLAYER-ID
           MOVE LS-GAME-ID TO GX-GAME-ID
           READ FC-GAME-INDEX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND TO TRUE
           END-READ
           IF NOT WS-ENTRY-FOUND
               MOVE SPACES TO FS-GAME-INDEX
           END-IF
           MOVE WS-ENTRY-PLAYER TO GX-PLAYER-ID
           MOVE LS-GAME-ID TO GX-GAME-ID
           MOVE WS-GAME-DATE TO GX-GAME-DATE
           MOVE WS-ENTRY-OPPONENT TO GX-OPPONENT
           EVALUATE TRUE
               WHEN NOT LS-HAS-RESULT
                   SET GX-NO-RESULT TO TRUE
               WHEN WS-WIN-PLAYER = 0
                   SET GX-OUTCOME-DRAW TO TRUE
               WHEN WS-WIN-PLAYER = WS-ENTRY-PLAYER
                   SET GX-OUTCOME-WIN TO TRUE
               WHEN OTHER
                   SET GX-OUTCOME-LOSS TO TRUE
           END-EVALUATE
           IF LS-HAS-RESULT
               MOVE LS-FINAL-SCORE TO GX-FINAL-SCORE
           ELSE
               MOVE 0 TO GX-FINAL-SCORE
           END-IF
           MOVE LS-TURN-COUNT TO GX-TURN-COUNT
           MOVE LS-SOURCE TO GX-SOURCE
           MOVE WS-ENTRY-SEAT TO GX-SEAT
           MOVE LS-GAME-ID TO GX-BY-GAME-ID
           MOVE WS-ENTRY-PLAYER TO GX-BY-PLAYER-ID
           IF WS-ENTRY-FOUND
               REWRITE FS-GAME-INDEX
           ELSE
               WRITE FS-GAME-INDEX
           END-IF
           IF NOT WS-INDEX-OK
               MOVE 90 TO LS-RETURN-CODE
           END-IF.
