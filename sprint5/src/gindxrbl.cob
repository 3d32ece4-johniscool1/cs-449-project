       IDENTIFICATION DIVISION.
       PROGRAM-ID. GINDXRBL.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. 10-15-26.
      * Rebuilds the player-to-game index (./game.index) from scratch
      * by walking every game in the ./game.library master and then
      * the live ./live.replay file, the way RATERBL re-derives the
      * ratings.  The index is emptied first, then each game is
      * pushed through GINDXPST exactly as if it had just been loaded
      * or finished, so a fresh install, or an index that has fallen
      * behind, can be brought back in line with the game files.
      * Run it once before the first REPLAY or REPLCONS run that is
      * to keep the index up to date - they only post to an index
      * that already exists.
      * A game still in the live file replaces its library entries,
      * since the live copy is the current one.  The participants
      * come from the M records the same way REPLAY's addresult finds
      * them, the turn count is the number of M records, and the game
      * date is the date of its first T record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-GAME-LIB ASSIGN TO './game.library'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FS-REPLAY-KEY OF FS-LIB-REC
                   FILE STATUS IS WS-LIB-STATUS.
       SELECT FC-REPLAY-FILE ASSIGN TO './live.replay'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FS-REPLAY-KEY OF FS-REPLAY
                   FILE STATUS IS WS-REPLAY-STATUS.
       SELECT FC-GAME-INDEX ASSIGN TO './game.index'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GX-KEY
                   ALTERNATE RECORD KEY IS GX-GAME-KEY
                   FILE STATUS IS WS-INDEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-GAME-LIB.
       01 FS-LIB-REC.
           COPY REPLYREC.
       FD FC-REPLAY-FILE.
       01 FS-REPLAY.
           COPY REPLYREC.
       FD FC-GAME-INDEX.
       01 FS-GAME-INDEX.
           COPY GINDXREC.
       WORKING-STORAGE SECTION.
       01 WS-LIB-STATUS PIC XX.
           88 WS-LIB-OK VALUE '00'.
       01 WS-REPLAY-STATUS PIC XX.
           88 WS-REPLAY-OK VALUE '00'.
       01 WS-INDEX-STATUS PIC XX.
           88 WS-INDEX-OK VALUE '00'.
       01 WS-FILE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FILE-EOF VALUE 'Y'.
       01 WS-REPLAY-WORK.
           COPY REPLYREC.
       01 WS-CURR-GAME-ID PIC X(10) VALUE SPACES.
       01 WS-GAMES-INDEXED PIC 9(05) VALUE 0.
      * call interface to GINDXPST - matches what REPLAY passes
       01 WS-CALL-GAME-ID PIC X(10).
       01 WS-CALL-SOURCE PIC X(01).
       01 WS-CALL-RESULT-FLAG PIC X(01) VALUE 'N'.
           88 WS-CALL-HAS-RESULT VALUE 'Y'.
       01 WS-CALL-WIN USAGE BINARY-LONG.
       01 WS-CALL-SCORE USAGE BINARY-LONG.
       01 WS-CALL-PART-A USAGE BINARY-LONG.
       01 WS-CALL-PART-B USAGE BINARY-LONG.
       01 WS-CALL-TURNS USAGE BINARY-LONG.
       01 WS-CALL-DATE USAGE BINARY-LONG.
       01 WS-CALL-RC USAGE BINARY-LONG.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-PROCESS-GAME-LIB
                   THRU 2000-PROCESS-GAME-LIB-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-PROCESS-LIVE-FILE
                   THRU 3000-PROCESS-LIVE-FILE-EXIT
           END-IF
           DISPLAY 'GINDXRBL: GAMES INDEXED ' WS-GAMES-INDEXED
               ' RETURN-CODE ' RETURN-CODE
           STOP RUN.
      * a rebuild always starts from nothing - empty the index
       1000-INITIALIZE.
           OPEN OUTPUT FC-GAME-INDEX
           IF NOT WS-INDEX-OK
               DISPLAY 'GINDXRBL: UNABLE TO CREATE GAME.INDEX, '
                   'STATUS ' WS-INDEX-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           CLOSE FC-GAME-INDEX.
       1000-INITIALIZE-EXIT.
           EXIT.
      * the library goes first so a game also still in the live file
      * ends up pointing at the live copy
       2000-PROCESS-GAME-LIB.
           OPEN INPUT FC-GAME-LIB
           IF WS-LIB-STATUS = '35'
               GO TO 2000-PROCESS-GAME-LIB-EXIT
           END-IF
           IF NOT WS-LIB-OK
               DISPLAY 'GINDXRBL: UNABLE TO OPEN GAME.LIBRARY, '
                   'STATUS ' WS-LIB-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 2000-PROCESS-GAME-LIB-EXIT
           END-IF
           MOVE 'G' TO WS-CALL-SOURCE
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 7000-START-FILE-TALLY
           PERFORM 2100-READ-LIB-RECORD UNTIL WS-FILE-EOF
           CLOSE FC-GAME-LIB
           PERFORM 7300-FINISH-GAME.
       2000-PROCESS-GAME-LIB-EXIT.
           EXIT.
       2100-READ-LIB-RECORD.
           READ FC-GAME-LIB NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE FS-LIB-REC TO WS-REPLAY-WORK
                   PERFORM 7100-TALLY-RECORD
           END-READ.
       3000-PROCESS-LIVE-FILE.
           OPEN INPUT FC-REPLAY-FILE
           IF WS-REPLAY-STATUS = '35'
               GO TO 3000-PROCESS-LIVE-FILE-EXIT
           END-IF
           IF NOT WS-REPLAY-OK
               DISPLAY 'GINDXRBL: UNABLE TO OPEN LIVE.REPLAY, '
                   'STATUS ' WS-REPLAY-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 3000-PROCESS-LIVE-FILE-EXIT
           END-IF
           MOVE 'L' TO WS-CALL-SOURCE
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 7000-START-FILE-TALLY
           PERFORM 3100-READ-LIVE-RECORD UNTIL WS-FILE-EOF
           CLOSE FC-REPLAY-FILE
           PERFORM 7300-FINISH-GAME.
       3000-PROCESS-LIVE-FILE-EXIT.
           EXIT.
       3100-READ-LIVE-RECORD.
           READ FC-REPLAY-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE FS-REPLAY TO WS-REPLAY-WORK
                   PERFORM 7100-TALLY-RECORD
           END-READ.
       7000-START-FILE-TALLY.
           MOVE SPACES TO WS-CURR-GAME-ID
           PERFORM 7050-RESET-GAME.
       7050-RESET-GAME.
           MOVE 'N' TO WS-CALL-RESULT-FLAG
           MOVE 0 TO WS-CALL-WIN
           MOVE 0 TO WS-CALL-SCORE
           MOVE 0 TO WS-CALL-PART-A
           MOVE 0 TO WS-CALL-PART-B
           MOVE 0 TO WS-CALL-TURNS
           MOVE 0 TO WS-CALL-DATE.
       7100-TALLY-RECORD.
           IF FS-REPLAY-GAME-ID OF WS-REPLAY-WORK
                   NOT = WS-CURR-GAME-ID
               PERFORM 7300-FINISH-GAME
               MOVE FS-REPLAY-GAME-ID OF WS-REPLAY-WORK
                   TO WS-CURR-GAME-ID
               PERFORM 7050-RESET-GAME
           END-IF
           EVALUATE TRUE
               WHEN FS-REPLAY-IS-MOVE OF WS-REPLAY-WORK
                   ADD 1 TO WS-CALL-TURNS
                   IF WS-CALL-PART-A = 0
                       MOVE FS-REPLAY-PLAYER OF WS-REPLAY-WORK
                           TO WS-CALL-PART-A
                   ELSE
                       IF FS-REPLAY-PLAYER OF WS-REPLAY-WORK
                               NOT = WS-CALL-PART-A
                               AND WS-CALL-PART-B = 0
                           MOVE FS-REPLAY-PLAYER OF WS-REPLAY-WORK
                               TO WS-CALL-PART-B
                       END-IF
                   END-IF
               WHEN FS-REPLAY-IS-TIME OF WS-REPLAY-WORK
                   IF WS-CALL-DATE = 0
                       MOVE FS-REPLAY-STAMP-DATE OF WS-REPLAY-WORK
                           TO WS-CALL-DATE
                   END-IF
               WHEN FS-REPLAY-IS-RESULT OF WS-REPLAY-WORK
                   SET WS-CALL-HAS-RESULT TO TRUE
                   MOVE FS-REPLAY-WIN-PLAYER OF WS-REPLAY-WORK
                       TO WS-CALL-WIN
                   MOVE FS-REPLAY-FINAL-SCORE OF WS-REPLAY-WORK
                       TO WS-CALL-SCORE
           END-EVALUATE.
       7300-FINISH-GAME.
           IF WS-CURR-GAME-ID NOT = SPACES
               MOVE WS-CURR-GAME-ID TO WS-CALL-GAME-ID
               MOVE 0 TO WS-CALL-RC
               CALL 'GINDXPST' USING BY REFERENCE WS-CALL-GAME-ID
                                  BY REFERENCE WS-CALL-SOURCE
                                  BY REFERENCE WS-CALL-RESULT-FLAG
                                  BY REFERENCE WS-CALL-WIN
                                  BY REFERENCE WS-CALL-SCORE
                                  BY REFERENCE WS-CALL-PART-A
                                  BY REFERENCE WS-CALL-PART-B
                                  BY REFERENCE WS-CALL-TURNS
                                  BY REFERENCE WS-CALL-DATE
                                  BY REFERENCE WS-CALL-RC
               IF WS-CALL-RC NOT = 0
                   DISPLAY 'GINDXRBL: INDEX UPDATE FAILED FOR GAME '
                       WS-CALL-GAME-ID
                   MOVE 90 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-GAMES-INDEXED
               END-IF
           END-IF.
