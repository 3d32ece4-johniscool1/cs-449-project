       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENCAT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. 10-15-26.
      * Opening catalog: walks the M-type move records of every
      * finished game in ./live.replay and the ./game.library master
      * and groups the games by their first N moves.  Each distinct
      * line gets one record in ./opening.catalog (OPENCREC) with the
      * games played, first-mover wins, second-mover wins, draws,
      * average game length in turns and average final score, and
      * the lines are printed ranked by games played to
      * ./opening.rpt for lesson planning.  The first mover is the
      * player of the game's first M record, the second mover the
      * first other player to move, the same way REPLAY's addresult
      * finds the participants.  A game with no result trailer yet,
      * or with fewer than N moves, is left out.
      * Command line: [depth] [player-id] [extract-file]
      *   depth      moves per opening line, 1-10 (default 4)
      *   player-id  only that player's games; the report then also
      *              shows the player's own won and lost count for
      *              each line.  * = every player
      *   extract    a GAMEXTR extract to catalog in place of the
      *              live file and the library
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-REPLAY-FILE ASSIGN TO './live.replay'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FS-REPLAY-KEY OF FS-REPLAY
                   FILE STATUS IS WS-REPLAY-STATUS.
       SELECT FC-GAME-LIB ASSIGN TO './game.library'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FS-REPLAY-KEY OF FS-LIB-REC
                   FILE STATUS IS WS-LIB-STATUS.
       SELECT FC-EXTRACT-FILE ASSIGN TO WS-EXTRACT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-STATUS.
       SELECT FC-CATALOG-FILE ASSIGN TO './opening.catalog'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.
       SELECT FC-PRINT-FILE ASSIGN TO './opening.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-REPLAY-FILE.
       01 FS-REPLAY.
           COPY REPLYREC.
       FD FC-GAME-LIB.
       01 FS-LIB-REC.
           COPY REPLYREC.
       FD FC-EXTRACT-FILE.
       01 FS-EXTRACT-REC.
           COPY REPLYREC.
       FD FC-CATALOG-FILE.
       01 FS-CATALOG-REC.
           COPY OPENCREC.
       FD FC-PRINT-FILE.
       01 PR-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-REPLAY-STATUS PIC XX.
           88 WS-REPLAY-OK VALUE '00'.
       01 WS-LIB-STATUS PIC XX.
           88 WS-LIB-OK VALUE '00'.
       01 WS-EXTRACT-STATUS PIC XX.
           88 WS-EXTRACT-OK VALUE '00'.
       01 WS-CATALOG-STATUS PIC XX.
           88 WS-CATALOG-OK VALUE '00'.
       01 WS-PRINT-STATUS PIC XX.
           88 WS-PRINT-OK VALUE '00'.
       01 WS-FILE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FILE-EOF VALUE 'Y'.
       01 WS-COMMAND-LINE PIC X(80).
       01 WS-ARG-DEPTH PIC X(05).
       01 WS-ARG-PLAYER PIC X(05).
       01 WS-EXTRACT-NAME PIC X(40) VALUE SPACES.
       01 WS-USE-EXTRACT-SWITCH PIC X(01) VALUE 'N'.
           88 WS-USE-EXTRACT VALUE 'Y'.
       01 WS-DEPTH PIC 9(02) VALUE 4.
       01 WS-FILTER-PLAYER PIC 9(03) VALUE 0.
       01 WS-PARSE-IN PIC X(05).
       01 WS-PARSE-OUT PIC 9(05).
       01 WS-PARSE-DIGIT PIC 9.
       01 WS-PARSE-SUB PIC 9(02).
       01 WS-PARSE-ERR-SWITCH PIC X(01).
           88 WS-PARSE-ERROR VALUE 'Y'.
       01 WS-REPLAY-WORK.
           COPY REPLYREC.
      * the game being walked: its line so far, who moved first and
      * second, and the result trailer once it is reached
       01 WS-CURR-GAME-ID PIC X(10) VALUE SPACES.
       01 WS-GAME-LINE PIC X(40).
       01 WS-GAME-LINE-MOVES REDEFINES WS-GAME-LINE.
           02 WS-GL-MOVE OCCURS 10.
               03 WS-GL-X PIC 9(01).
               03 WS-GL-Y PIC 9(01).
               03 WS-GL-PIECE PIC 9(02).
       01 WS-GAME-TURNS PIC 9(05) VALUE 0.
       01 WS-GAME-PART-A PIC 9(03) VALUE 0.
       01 WS-GAME-PART-B PIC 9(03) VALUE 0.
       01 WS-GAME-WIN-PLAYER PIC 9(03) VALUE 0.
       01 WS-GAME-FINAL-SCORE PIC 9(05) VALUE 0.
       01 WS-GAME-RESULT-SWITCH PIC X(01) VALUE 'N'.
           88 WS-GAME-HAS-RESULT VALUE 'Y'.
       01 WS-GAMES-COUNTED PIC 9(05) VALUE 0.
       01 WS-GAMES-SHORT PIC 9(05) VALUE 0.
       01 WS-GAMES-UNFINISHED PIC 9(05) VALUE 0.
      * one slot per distinct opening line seen in a counted game
       01 WS-LINE-TABLE.
           02 WS-LT-ENTRY OCCURS 500.
               03 WS-LT-LINE PIC X(40).
               03 WS-LT-GAMES PIC 9(05).
               03 WS-LT-FIRST-WINS PIC 9(05).
               03 WS-LT-SECOND-WINS PIC 9(05).
               03 WS-LT-DRAWS PIC 9(05).
               03 WS-LT-TOTAL-TURNS PIC 9(09).
               03 WS-LT-TOTAL-SCORE PIC 9(09).
               03 WS-LT-PLAYER-WINS PIC 9(05).
               03 WS-LT-PLAYER-LOSSES PIC 9(05).
       01 WS-LT-SAVE PIC X(88).
       01 WS-LT-USED PIC 9(03) VALUE 0.
       01 WS-LT-SUB PIC 9(03).
       01 WS-MATCH-SUB PIC 9(03).
       01 WS-MOVE-SUB PIC 9(02).
       01 WS-SORT-I PIC 9(03).
       01 WS-SORT-J PIC 9(03).
       01 WS-SORT-BEST PIC 9(03).
       01 WS-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-TABLE-FULL VALUE 'Y'.
       01 WS-AVG-LENGTH PIC 9(05).
       01 WS-AVG-SCORE PIC 9(05).
       01 WS-FIRST-PCT PIC 9(03).
       01 WS-PRINT-LINE PIC X(40).
       01 WS-PRINT-LINE-MOVES REDEFINES WS-PRINT-LINE.
           02 WS-PL-MOVE OCCURS 10.
               03 WS-PL-X PIC 9(01).
               03 WS-PL-Y PIC 9(01).
               03 WS-PL-PIECE PIC 9(02).
       01 WS-MOVE-TEXT.
           02 WS-MT-X PIC 9(01).
           02 FILLER PIC X(01) VALUE ','.
           02 WS-MT-Y PIC 9(01).
           02 FILLER PIC X(01) VALUE '/'.
           02 WS-MT-PIECE PIC 9(02).
           02 FILLER PIC X(01) VALUE SPACE.
       01 WS-TITLE-LINE.
           02 FILLER PIC X(30) VALUE
           'OPENING CATALOG - FIRST MOVES:'.
           02 WS-TL-DEPTH PIC Z9.
           02 FILLER PIC X(11) VALUE '   PLAYER: '.
           02 WS-TL-PLAYER PIC X(03).
           02 FILLER PIC X(08) VALUE '  FROM: '.
           02 WS-TL-SOURCE PIC X(26).
       01 WS-HEAD-LINE.
           02 FILLER PIC X(11) VALUE 'RANK  GAMES'.
           02 FILLER PIC X(21) VALUE '  1ST-W  2ND-W  DRAWN'.
           02 FILLER PIC X(24) VALUE '  1ST-W%  AVG-LEN AVG-SC'.
           02 FILLER PIC X(14) VALUE '  PLR-W  PLR-L'.
       01 WS-RANK-LINE.
           02 WS-RL-RANK PIC ZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 WS-RL-GAMES PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-RL-FIRST-WINS PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-RL-SECOND-WINS PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-RL-DRAWS PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WS-RL-FIRST-PCT PIC ZZ9.
           02 FILLER PIC X(01) VALUE '%'.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WS-RL-AVG-LENGTH PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-RL-AVG-SCORE PIC ZZZZ9.
           02 WS-RL-PLAYER-COLS.
               03 FILLER PIC X(02) VALUE SPACES.
               03 WS-RL-PLAYER-WINS PIC ZZZZ9.
               03 FILLER PIC X(02) VALUE SPACES.
               03 WS-RL-PLAYER-LOSSES PIC ZZZZ9.
       01 WS-MOVES-LINE.
           02 FILLER PIC X(10) VALUE '     LINE '.
           02 WS-ML-CELL OCCURS 10 PIC X(07).
       01 WS-SUMMARY-LINE.
           02 FILLER PIC X(17) VALUE 'GAMES CATALOGUED:'.
           02 WS-SM-GAMES PIC Z(04)9.
           02 FILLER PIC X(09) VALUE '  LINES: '.
           02 WS-SM-LINES PIC ZZ9.
           02 FILLER PIC X(13) VALUE '  TOO SHORT: '.
           02 WS-SM-SHORT PIC Z(04)9.
           02 FILLER PIC X(14) VALUE '  UNFINISHED: '.
           02 WS-SM-UNFINISHED PIC Z(04)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF RETURN-CODE = 0
               IF WS-USE-EXTRACT
                   PERFORM 3500-SCAN-EXTRACT-FILE
                       THRU 3500-SCAN-EXTRACT-FILE-EXIT
               ELSE
                   PERFORM 2000-SCAN-LIVE-FILE
                       THRU 2000-SCAN-LIVE-FILE-EXIT
                   PERFORM 3000-SCAN-GAME-LIB
                       THRU 3000-SCAN-GAME-LIB-EXIT
               END-IF
               PERFORM 6000-RANK-LINES
               PERFORM 4000-WRITE-CATALOG
               PERFORM 5000-PRINT-REPORT
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-ARG-DEPTH
                    WS-ARG-PLAYER
                    WS-EXTRACT-NAME
           END-UNSTRING
           IF WS-ARG-PLAYER = '*'
               MOVE SPACES TO WS-ARG-PLAYER
           END-IF
           IF WS-EXTRACT-NAME NOT = SPACES
               SET WS-USE-EXTRACT TO TRUE
           END-IF
           IF WS-ARG-DEPTH NOT = SPACES
               MOVE WS-ARG-DEPTH TO WS-PARSE-IN
               PERFORM 1100-PARSE-NUMBER
               IF WS-PARSE-ERROR OR WS-PARSE-OUT < 1
                       OR WS-PARSE-OUT > 10
                   DISPLAY 'OPENCAT: DEPTH MUST BE 1-10'
                   MOVE 90 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE WS-PARSE-OUT TO WS-DEPTH
           END-IF
           IF WS-ARG-PLAYER NOT = SPACES
               MOVE WS-ARG-PLAYER TO WS-PARSE-IN
               PERFORM 1100-PARSE-NUMBER
               IF WS-PARSE-ERROR OR WS-PARSE-OUT < 1
                       OR WS-PARSE-OUT > 999
                   DISPLAY 'OPENCAT: PLAYER ID MUST BE 1-999'
                   MOVE 90 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE WS-PARSE-OUT TO WS-FILTER-PLAYER
           END-IF
           OPEN OUTPUT FC-CATALOG-FILE
           IF NOT WS-CATALOG-OK
               DISPLAY 'OPENCAT: UNABLE TO OPEN OPENING.CATALOG, '
                   'STATUS ' WS-CATALOG-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN OUTPUT FC-PRINT-FILE
           IF NOT WS-PRINT-OK
               DISPLAY 'OPENCAT: UNABLE TO OPEN OPENING.RPT, '
                   'STATUS ' WS-PRINT-STATUS
               CLOSE FC-CATALOG-FILE
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE ZEROS TO WS-LINE-TABLE.
       1000-INITIALIZE-EXIT.
           EXIT.
       1100-PARSE-NUMBER.
           MOVE 0 TO WS-PARSE-OUT
           MOVE 'N' TO WS-PARSE-ERR-SWITCH
           PERFORM 1110-PARSE-ONE-DIGIT
               VARYING WS-PARSE-SUB FROM 1 BY 1
               UNTIL WS-PARSE-SUB > 5.
       1110-PARSE-ONE-DIGIT.
           IF WS-PARSE-IN(WS-PARSE-SUB:1) >= '0'
                   AND WS-PARSE-IN(WS-PARSE-SUB:1) <= '9'
               MOVE WS-PARSE-IN(WS-PARSE-SUB:1) TO WS-PARSE-DIGIT
               COMPUTE WS-PARSE-OUT =
                   WS-PARSE-OUT * 10 + WS-PARSE-DIGIT
           ELSE IF WS-PARSE-IN(WS-PARSE-SUB:1) NOT = SPACE
               SET WS-PARSE-ERROR TO TRUE
           END-IF.
       2000-SCAN-LIVE-FILE.
           OPEN INPUT FC-REPLAY-FILE
           IF WS-REPLAY-STATUS = '35'
               GO TO 2000-SCAN-LIVE-FILE-EXIT
           END-IF
           IF NOT WS-REPLAY-OK
               DISPLAY 'OPENCAT: UNABLE TO OPEN LIVE.REPLAY, '
                   'STATUS ' WS-REPLAY-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 2000-SCAN-LIVE-FILE-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 7000-START-FILE-TALLY
           PERFORM 2100-READ-LIVE-RECORD UNTIL WS-FILE-EOF
           CLOSE FC-REPLAY-FILE
           PERFORM 7300-FINISH-GAME THRU 7300-FINISH-GAME-EXIT.
       2000-SCAN-LIVE-FILE-EXIT.
           EXIT.
       2100-READ-LIVE-RECORD.
           READ FC-REPLAY-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE FS-REPLAY TO WS-REPLAY-WORK
                   PERFORM 7100-TALLY-RECORD
           END-READ.
       3000-SCAN-GAME-LIB.
           OPEN INPUT FC-GAME-LIB
           IF WS-LIB-STATUS = '35'
               GO TO 3000-SCAN-GAME-LIB-EXIT
           END-IF
           IF NOT WS-LIB-OK
               DISPLAY 'OPENCAT: UNABLE TO OPEN GAME.LIBRARY, '
                   'STATUS ' WS-LIB-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 3000-SCAN-GAME-LIB-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 7000-START-FILE-TALLY
           PERFORM 3100-READ-LIB-RECORD UNTIL WS-FILE-EOF
           CLOSE FC-GAME-LIB
           PERFORM 7300-FINISH-GAME THRU 7300-FINISH-GAME-EXIT.
       3000-SCAN-GAME-LIB-EXIT.
           EXIT.
       3100-READ-LIB-RECORD.
           READ FC-GAME-LIB NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE FS-LIB-REC TO WS-REPLAY-WORK
                   PERFORM 7100-TALLY-RECORD
           END-READ.
      * a GAMEXTR extract holds whole games in key order, the same as
      * the library, so it is walked the same way
       3500-SCAN-EXTRACT-FILE.
           OPEN INPUT FC-EXTRACT-FILE
           IF NOT WS-EXTRACT-OK
               DISPLAY 'OPENCAT: UNABLE TO OPEN ' WS-EXTRACT-NAME
                   ' STATUS ' WS-EXTRACT-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 3500-SCAN-EXTRACT-FILE-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 7000-START-FILE-TALLY
           PERFORM 3600-READ-EXTRACT-RECORD UNTIL WS-FILE-EOF
           CLOSE FC-EXTRACT-FILE
           PERFORM 7300-FINISH-GAME THRU 7300-FINISH-GAME-EXIT.
       3500-SCAN-EXTRACT-FILE-EXIT.
           EXIT.
       3600-READ-EXTRACT-RECORD.
           READ FC-EXTRACT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE FS-EXTRACT-REC TO WS-REPLAY-WORK
                   PERFORM 7100-TALLY-RECORD
           END-READ.
       4000-WRITE-CATALOG.
           PERFORM 4100-WRITE-CATALOG-REC
               VARYING WS-LT-SUB FROM 1 BY 1
               UNTIL WS-LT-SUB > WS-LT-USED.
       4100-WRITE-CATALOG-REC.
           PERFORM 4200-COMPUTE-AVERAGES
           MOVE SPACES TO FS-CATALOG-REC
           MOVE WS-DEPTH TO OC-DEPTH
           MOVE WS-LT-LINE(WS-LT-SUB) TO OC-LINE
           MOVE WS-LT-GAMES(WS-LT-SUB) TO OC-GAMES
           MOVE WS-LT-FIRST-WINS(WS-LT-SUB) TO OC-FIRST-WINS
           MOVE WS-LT-SECOND-WINS(WS-LT-SUB) TO OC-SECOND-WINS
           MOVE WS-LT-DRAWS(WS-LT-SUB) TO OC-DRAWS
           MOVE WS-AVG-LENGTH TO OC-AVG-LENGTH
           MOVE WS-AVG-SCORE TO OC-AVG-SCORE
           MOVE WS-FILTER-PLAYER TO OC-PLAYER-FILTER
           WRITE FS-CATALOG-REC.
       4200-COMPUTE-AVERAGES.
           DIVIDE WS-LT-TOTAL-TURNS(WS-LT-SUB)
               BY WS-LT-GAMES(WS-LT-SUB)
               GIVING WS-AVG-LENGTH ROUNDED
           DIVIDE WS-LT-TOTAL-SCORE(WS-LT-SUB)
               BY WS-LT-GAMES(WS-LT-SUB)
               GIVING WS-AVG-SCORE ROUNDED
           COMPUTE WS-FIRST-PCT ROUNDED =
               WS-LT-FIRST-WINS(WS-LT-SUB) * 100
               / WS-LT-GAMES(WS-LT-SUB).
       5000-PRINT-REPORT.
           MOVE WS-DEPTH TO WS-TL-DEPTH
           IF WS-FILTER-PLAYER = 0
               MOVE 'ALL' TO WS-TL-PLAYER
           ELSE
               MOVE WS-FILTER-PLAYER TO WS-TL-PLAYER
           END-IF
           IF WS-USE-EXTRACT
               MOVE WS-EXTRACT-NAME TO WS-TL-SOURCE
           ELSE
               MOVE 'LIVE.REPLAY/GAME.LIBRARY' TO WS-TL-SOURCE
           END-IF
           MOVE WS-TITLE-LINE TO PR-LINE
           WRITE PR-LINE
           IF WS-LT-USED = 0
               MOVE 'NO FINISHED GAMES REACH THAT DEPTH' TO PR-LINE
               WRITE PR-LINE
           ELSE
               MOVE WS-HEAD-LINE TO PR-LINE
               IF WS-FILTER-PLAYER = 0
                   MOVE SPACES TO PR-LINE(57:)
               END-IF
               WRITE PR-LINE
               PERFORM 5100-PRINT-ONE-LINE
                   VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > WS-LT-USED
           END-IF
           MOVE WS-GAMES-COUNTED TO WS-SM-GAMES
           MOVE WS-LT-USED TO WS-SM-LINES
           MOVE WS-GAMES-SHORT TO WS-SM-SHORT
           MOVE WS-GAMES-UNFINISHED TO WS-SM-UNFINISHED
           MOVE WS-SUMMARY-LINE TO PR-LINE
           WRITE PR-LINE.
       5100-PRINT-ONE-LINE.
           PERFORM 4200-COMPUTE-AVERAGES
           MOVE WS-LT-SUB TO WS-RL-RANK
           MOVE WS-LT-GAMES(WS-LT-SUB) TO WS-RL-GAMES
           MOVE WS-LT-FIRST-WINS(WS-LT-SUB) TO WS-RL-FIRST-WINS
           MOVE WS-LT-SECOND-WINS(WS-LT-SUB) TO WS-RL-SECOND-WINS
           MOVE WS-LT-DRAWS(WS-LT-SUB) TO WS-RL-DRAWS
           MOVE WS-FIRST-PCT TO WS-RL-FIRST-PCT
           MOVE WS-AVG-LENGTH TO WS-RL-AVG-LENGTH
           MOVE WS-AVG-SCORE TO WS-RL-AVG-SCORE
           MOVE SPACES TO WS-RL-PLAYER-COLS
           IF WS-FILTER-PLAYER NOT = 0
               MOVE WS-LT-PLAYER-WINS(WS-LT-SUB)
                   TO WS-RL-PLAYER-WINS
               MOVE WS-LT-PLAYER-LOSSES(WS-LT-SUB)
                   TO WS-RL-PLAYER-LOSSES
           END-IF
           MOVE WS-RANK-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE WS-LT-LINE(WS-LT-SUB) TO WS-PRINT-LINE
           MOVE SPACES TO WS-MOVES-LINE(11:)
           PERFORM 5200-FORMAT-MOVE-CELL
               VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-DEPTH
           MOVE WS-MOVES-LINE TO PR-LINE
           WRITE PR-LINE.
       5200-FORMAT-MOVE-CELL.
           MOVE WS-PL-X(WS-MOVE-SUB) TO WS-MT-X
           MOVE WS-PL-Y(WS-MOVE-SUB) TO WS-MT-Y
           MOVE WS-PL-PIECE(WS-MOVE-SUB) TO WS-MT-PIECE
           MOVE WS-MOVE-TEXT TO WS-ML-CELL(WS-MOVE-SUB).
      * most-played lines first - a selection sort, the table is small
       6000-RANK-LINES.
           IF WS-LT-USED > 1
               PERFORM 6100-SORT-ONE-SLOT
                   VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-LT-USED
           END-IF.
       6100-SORT-ONE-SLOT.
           MOVE WS-SORT-I TO WS-SORT-BEST
           COMPUTE WS-SORT-J = WS-SORT-I + 1
           PERFORM 6200-FIND-BEST-SLOT
               VARYING WS-SORT-J FROM WS-SORT-J BY 1
               UNTIL WS-SORT-J > WS-LT-USED
           IF WS-SORT-BEST NOT = WS-SORT-I
               MOVE WS-LT-ENTRY(WS-SORT-I) TO WS-LT-SAVE
               MOVE WS-LT-ENTRY(WS-SORT-BEST)
                   TO WS-LT-ENTRY(WS-SORT-I)
               MOVE WS-LT-SAVE TO WS-LT-ENTRY(WS-SORT-BEST)
           END-IF.
       6200-FIND-BEST-SLOT.
           IF WS-LT-GAMES(WS-SORT-J) > WS-LT-GAMES(WS-SORT-BEST)
               MOVE WS-SORT-J TO WS-SORT-BEST
           END-IF.
       7000-START-FILE-TALLY.
           MOVE SPACES TO WS-CURR-GAME-ID
           PERFORM 7050-RESET-GAME.
       7050-RESET-GAME.
           MOVE SPACES TO WS-GAME-LINE
           MOVE 0 TO WS-GAME-TURNS
           MOVE 0 TO WS-GAME-PART-A
           MOVE 0 TO WS-GAME-PART-B
           MOVE 0 TO WS-GAME-WIN-PLAYER
           MOVE 0 TO WS-GAME-FINAL-SCORE
           MOVE 'N' TO WS-GAME-RESULT-SWITCH.
      * records arrive in key order, so a game's moves come in turn
      * order and its R trailer (turn 99999) comes last
       7100-TALLY-RECORD.
           IF FS-REPLAY-GAME-ID OF WS-REPLAY-WORK
                   NOT = WS-CURR-GAME-ID
               PERFORM 7300-FINISH-GAME THRU 7300-FINISH-GAME-EXIT
               MOVE FS-REPLAY-GAME-ID OF WS-REPLAY-WORK
                   TO WS-CURR-GAME-ID
               PERFORM 7050-RESET-GAME
           END-IF
           IF FS-REPLAY-IS-MOVE OF WS-REPLAY-WORK
               ADD 1 TO WS-GAME-TURNS
               IF WS-GAME-TURNS <= WS-DEPTH
                   MOVE FS-REPLAY-X OF WS-REPLAY-WORK
                       TO WS-GL-X(WS-GAME-TURNS)
                   MOVE FS-REPLAY-Y OF WS-REPLAY-WORK
                       TO WS-GL-Y(WS-GAME-TURNS)
                   MOVE FS-REPLAY-PIECE OF WS-REPLAY-WORK
                       TO WS-GL-PIECE(WS-GAME-TURNS)
               END-IF
               IF WS-GAME-PART-A = 0
                   MOVE FS-REPLAY-PLAYER OF WS-REPLAY-WORK
                       TO WS-GAME-PART-A
               ELSE
                   IF FS-REPLAY-PLAYER OF WS-REPLAY-WORK
                           NOT = WS-GAME-PART-A
                           AND WS-GAME-PART-B = 0
                       MOVE FS-REPLAY-PLAYER OF WS-REPLAY-WORK
                           TO WS-GAME-PART-B
                   END-IF
               END-IF
           END-IF
           IF FS-REPLAY-IS-RESULT OF WS-REPLAY-WORK
               SET WS-GAME-HAS-RESULT TO TRUE
               MOVE FS-REPLAY-WIN-PLAYER OF WS-REPLAY-WORK
                   TO WS-GAME-WIN-PLAYER
               MOVE FS-REPLAY-FINAL-SCORE OF WS-REPLAY-WORK
                   TO WS-GAME-FINAL-SCORE
           END-IF.
       7300-FINISH-GAME.
           IF WS-CURR-GAME-ID = SPACES OR WS-GAME-TURNS = 0
               GO TO 7300-FINISH-GAME-EXIT
           END-IF
           IF WS-FILTER-PLAYER NOT = 0
                   AND WS-GAME-PART-A NOT = WS-FILTER-PLAYER
                   AND WS-GAME-PART-B NOT = WS-FILTER-PLAYER
               GO TO 7300-FINISH-GAME-EXIT
           END-IF
           IF NOT WS-GAME-HAS-RESULT
               ADD 1 TO WS-GAMES-UNFINISHED
               GO TO 7300-FINISH-GAME-EXIT
           END-IF
           IF WS-GAME-TURNS < WS-DEPTH
               ADD 1 TO WS-GAMES-SHORT
               GO TO 7300-FINISH-GAME-EXIT
           END-IF
           PERFORM 7400-FIND-LINE-SLOT
           IF WS-LT-SUB = 0
               GO TO 7300-FINISH-GAME-EXIT
           END-IF
           ADD 1 TO WS-GAMES-COUNTED
           ADD 1 TO WS-LT-GAMES(WS-LT-SUB)
           ADD WS-GAME-TURNS TO WS-LT-TOTAL-TURNS(WS-LT-SUB)
           ADD WS-GAME-FINAL-SCORE TO WS-LT-TOTAL-SCORE(WS-LT-SUB)
           EVALUATE TRUE
               WHEN WS-GAME-WIN-PLAYER = 0
                   ADD 1 TO WS-LT-DRAWS(WS-LT-SUB)
               WHEN WS-GAME-WIN-PLAYER = WS-GAME-PART-A
                   ADD 1 TO WS-LT-FIRST-WINS(WS-LT-SUB)
               WHEN OTHER
                   ADD 1 TO WS-LT-SECOND-WINS(WS-LT-SUB)
           END-EVALUATE
           IF WS-FILTER-PLAYER NOT = 0 AND WS-GAME-WIN-PLAYER NOT = 0
               IF WS-GAME-WIN-PLAYER = WS-FILTER-PLAYER
                   ADD 1 TO WS-LT-PLAYER-WINS(WS-LT-SUB)
               ELSE
                   ADD 1 TO WS-LT-PLAYER-LOSSES(WS-LT-SUB)
               END-IF
           END-IF.
       7300-FINISH-GAME-EXIT.
           EXIT.
       7400-FIND-LINE-SLOT.
           MOVE 0 TO WS-LT-SUB
           PERFORM 7450-MATCH-LINE-SLOT
               VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-LT-USED OR WS-LT-SUB > 0
           IF WS-LT-SUB = 0
               IF WS-LT-USED >= 500
                   IF NOT WS-TABLE-FULL
                       DISPLAY 'OPENCAT: MORE THAN 500 LINES - '
                           'EXTRAS NOT CATALOGUED'
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-LT-USED
                   MOVE WS-GAME-LINE TO WS-LT-LINE(WS-LT-USED)
                   MOVE WS-LT-USED TO WS-LT-SUB
               END-IF
           END-IF.
       7450-MATCH-LINE-SLOT.
           IF WS-LT-LINE(WS-MATCH-SUB) = WS-GAME-LINE
               MOVE WS-MATCH-SUB TO WS-LT-SUB
           END-IF.
       9000-TERMINATE.
           CLOSE FC-CATALOG-FILE
           CLOSE FC-PRINT-FILE.
