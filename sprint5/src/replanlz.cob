      * a pace section: duration and average seconds per move for
      * every timed game, and each player's slowest turn.  A game
      * recorded before the clock went in simply has no pace line.
      * Given an extract file written by GAMEXTR, the games in it are
      * analysed in place of the live file and the library.
      * Command line: [game-id [extract-file]]
      *   (default: every game; a game-id of * also means every game,
      *   for use with an extract)
      * Report goes to ./analytics.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FS-REPLAY-KEY OF FS-LIB-REC
                   FILE STATUS IS WS-LIB-STATUS.
       SELECT FC-EXTRACT-FILE ASSIGN TO WS-EXTRACT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-STATUS.
       SELECT FC-PRINT-FILE ASSIGN TO './analytics.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.
       FD FC-GAME-LIB.
       01 FS-LIB-REC.
           COPY REPLYREC.
       FD FC-EXTRACT-FILE.
       01 FS-EXTRACT-REC.
           COPY REPLYREC.
       FD FC-PRINT-FILE.
       01 PR-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           88 WS-REPLAY-OK VALUE '00'.
       01 WS-LIB-STATUS PIC XX.
           88 WS-LIB-OK VALUE '00'.
       01 WS-EXTRACT-STATUS PIC XX.
           88 WS-EXTRACT-OK VALUE '00'.
       01 WS-PRINT-STATUS PIC XX.
           88 WS-PRINT-OK VALUE '00'.
       01 WS-FILE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FILE-EOF VALUE 'Y'.
       01 WS-USE-EXTRACT-SWITCH PIC X(01) VALUE 'N'.
           88 WS-USE-EXTRACT VALUE 'Y'.
       01 WS-COMMAND-LINE PIC X(80).
       01 WS-FILTER-GAME-ID PIC X(10).
       01 WS-EXTRACT-NAME PIC X(40) VALUE SPACES.
       01 WS-REPLAY-WORK.
           COPY REPLYREC.
       01 WS-CURR-GAME-ID PIC X(10) VALUE SPACES.
       01 WS-HEADING-LINE.
           02 FILLER PIC X(22) VALUE 'GAME ANALYTICS  GAME: '.
           02 WS-HL-GAME-ID PIC X(10).
           02 FILLER PIC X(08) VALUE '  FROM: '.
           02 WS-HL-SOURCE PIC X(40).
       01 WS-SUMMARY-LINE.
           02 FILLER PIC X(07) VALUE 'GAMES: '.
           02 WS-SL-GAMES PIC Z(04)9.
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
               PERFORM 4000-PRINT-REPORT
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-FILTER-GAME-ID
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
                   INTO WS-FILTER-GAME-ID WS-EXTRACT-NAME
               END-UNSTRING
           END-IF
           IF WS-FILTER-GAME-ID = '*'
               MOVE SPACES TO WS-FILTER-GAME-ID
           END-IF
           IF WS-EXTRACT-NAME NOT = SPACES
               SET WS-USE-EXTRACT TO TRUE
           END-IF
           OPEN OUTPUT FC-PRINT-FILE
           IF NOT WS-PRINT-OK
               DISPLAY 'REPLANLZ: UNABLE TO OPEN ANALYTICS.RPT, '
               END-IF
           END-IF
           MOVE 0 TO WS-GAME-MOVE-COUNT.
      * a GAMEXTR extract holds whole games in key order, the same as
      * the library, so it is tallied the same way
       3500-SCAN-EXTRACT-FILE.
           OPEN INPUT FC-EXTRACT-FILE
           IF NOT WS-EXTRACT-OK
               DISPLAY 'REPLANLZ: UNABLE TO OPEN ' WS-EXTRACT-NAME
                   ' STATUS ' WS-EXTRACT-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 3500-SCAN-EXTRACT-FILE-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           MOVE SPACES TO WS-CURR-GAME-ID
           MOVE SPACES TO WS-TIME-GAME-ID
           PERFORM 3600-READ-EXTRACT-RECORD UNTIL WS-FILE-EOF
           PERFORM 2400-FINISH-GAME
           PERFORM 2380-FINISH-TIMED-GAME
           CLOSE FC-EXTRACT-FILE.
       3500-SCAN-EXTRACT-FILE-EXIT.
           EXIT.
       3600-READ-EXTRACT-RECORD.
           READ FC-EXTRACT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE FS-EXTRACT-REC TO WS-REPLAY-WORK
                   PERFORM 2300-TALLY-RECORD
                       THRU 2300-TALLY-RECORD-EXIT
           END-READ.
       4000-PRINT-REPORT.
           IF WS-FILTER-GAME-ID = SPACES
               MOVE 'ALL' TO WS-HL-GAME-ID
           ELSE
               MOVE WS-FILTER-GAME-ID TO WS-HL-GAME-ID
           END-IF
           IF WS-USE-EXTRACT
               MOVE WS-EXTRACT-NAME TO WS-HL-SOURCE
           ELSE
               MOVE 'LIVE.REPLAY AND GAME.LIBRARY' TO WS-HL-SOURCE
           END-IF
           MOVE WS-HEADING-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE WS-GAMES-SEEN TO WS-SL-GAMES
