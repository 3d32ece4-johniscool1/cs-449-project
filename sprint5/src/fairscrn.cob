       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIRSCRN.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. 10-15-26.
      * Fair-play screening report for the tournament director.
      * Walks every game in the ./game.library master and
      * ./live.replay, with the 'T' timestamp records REPLAY writes
      * beside each move, and the ./rating.history ledger, and flags:
      *   LOPSIDED   a pair of players with three or more decided
      *              games between them all won by the same player,
      *              or five or more with one player winning 80% or
      *              more
      *   DUPLICATE  a game of ten or more moves whose move sequence
      *              repeats an earlier game move for move
      *   FAST WIN   a win in far fewer turns, or far fewer clock
      *              seconds, than the club norm for a won game
      *   RATING     a rating change several times larger than the
      *              player's usual swing (reversal records from a
      *              result correction are left out)
      * Each flag carries a severity - HIGH, MEDIUM or LOW - and the
      * game IDs behind it, and flags are printed HIGH first to
      * ./fairplay.rpt.  A flag is a reason to look, not a finding.
      * The library is walked first, so "earlier" is library order,
      * then live play.  RETURN-CODE is 8 when anything is flagged.
      * Command line: [percent]
      *   percent  a win is fast when it took under this percent of
      *            the club norm, 10-90 (default 40); under half of
      *            that again is HIGH
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-REPLAY-FILE ASSIGN TO './live.replay'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FS-REPLAY-KEY OF FS-REPLAY
                   FILE STATUS IS WS-REPLAY-STATUS.
       SELECT FC-GAME-LIB ASSIGN TO './game.library'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FS-REPLAY-KEY OF FS-LIB-REC
                   FILE STATUS IS WS-LIB-STATUS.
       SELECT FC-RATING-HIST ASSIGN TO './rating.history'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RHIST-STATUS.
       SELECT FC-PRINT-FILE ASSIGN TO './fairplay.rpt'
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
       FD FC-RATING-HIST.
       01 FS-RHIST-REC.
           COPY RHISTREC.
       FD FC-PRINT-FILE.
       01 PR-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-REPLAY-STATUS PIC XX.
           88 WS-REPLAY-OK VALUE '00'.
       01 WS-LIB-STATUS PIC XX.
           88 WS-LIB-OK VALUE '00'.
       01 WS-RHIST-STATUS PIC XX.
           88 WS-RHIST-OK VALUE '00'.
       01 WS-PRINT-STATUS PIC XX.
           88 WS-PRINT-OK VALUE '00'.
       01 WS-FILE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FILE-EOF VALUE 'Y'.
       01 WS-REPLAY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-REPLAY-AVAIL VALUE 'Y'.
       01 WS-LIB-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-LIB-AVAIL VALUE 'Y'.
       01 WS-COMMAND-LINE PIC X(80).
       01 WS-ARG-PERCENT PIC X(05).
       01 WS-PARSE-IN PIC X(05).
       01 WS-PARSE-OUT PIC 9(05).
       01 WS-PARSE-DIGIT PIC 9.
       01 WS-PARSE-SUB PIC 9(02).
       01 WS-PARSE-ERR-SWITCH PIC X(01).
           88 WS-PARSE-ERROR VALUE 'Y'.
       01 WS-CURR-DATE PIC 9(08).
      * screening thresholds
       01 WS-FAST-PCT PIC 9(03) VALUE 40.
       01 WS-HIGH-FAST-PCT PIC 9(03).
       01 WS-MIN-NORM-GAMES PIC 9(03) VALUE 10.
       01 WS-MIN-DUP-TURNS PIC 9(03) VALUE 10.
       01 WS-LOPSIDED-ALL-MIN PIC 9(03) VALUE 3.
       01 WS-LOPSIDED-HIGH-MIN PIC 9(03) VALUE 5.
       01 WS-LOPSIDED-PCT PIC 9(03) VALUE 80.
       01 WS-MIN-SWING-HISTORY PIC 9(03) VALUE 5.
       01 WS-MIN-SWING-POINTS PIC 9(04) VALUE 25.
       01 WS-SWING-LOW-TIMES PIC 9(02) VALUE 3.
       01 WS-SWING-MEDIUM-TIMES PIC 9(02) VALUE 4.
       01 WS-SWING-HIGH-TIMES PIC 9(02) VALUE 5.
       01 WS-REPLAY-WORK.
           COPY REPLYREC.
       01 WS-SCAN-SOURCE PIC X(01).
      * the game being walked
       01 WS-CURR-GAME-ID PIC X(10) VALUE SPACES.
       01 WS-GAME-TURNS PIC 9(05) VALUE 0.
       01 WS-GAME-PART-A PIC 9(03) VALUE 0.
       01 WS-GAME-PART-B PIC 9(03) VALUE 0.
       01 WS-GAME-WIN-PLAYER PIC 9(03) VALUE 0.
       01 WS-GAME-RESULT-SWITCH PIC X(01) VALUE 'N'.
           88 WS-GAME-HAS-RESULT VALUE 'Y'.
       01 WS-GAME-FIRST-STAMP PIC 9(12) VALUE 0.
       01 WS-GAME-LAST-STAMP PIC 9(12) VALUE 0.
       01 WS-GAME-TIMED-MOVES PIC 9(05) VALUE 0.
       01 WS-GAME-HASH-1 PIC 9(09) VALUE 0.
       01 WS-GAME-HASH-2 PIC 9(09) VALUE 0.
       01 WS-MOVE-CODE PIC 9(07).
       01 WS-HASH-WORK PIC 9(15).
       01 WS-HASH-QUOT PIC 9(15).
       01 WS-HASH-MODULUS PIC 9(09) VALUE 999999937.
      * one slot per game; moves are condensed to a length and two
      * running checksums so repeats can be found without holding
      * every move, then a candidate is confirmed move for move
       01 WS-GAME-TABLE.
           02 WS-GT-ENTRY OCCURS 2000.
               03 WS-GT-GAME-ID PIC X(10).
               03 WS-GT-SOURCE PIC X(01).
               03 WS-GT-PART-A PIC 9(03).
               03 WS-GT-PART-B PIC 9(03).
               03 WS-GT-WIN-PLAYER PIC 9(03).
               03 WS-GT-RESULT PIC X(01).
               03 WS-GT-TURNS PIC 9(05).
               03 WS-GT-SECONDS PIC 9(08).
               03 WS-GT-HASH-1 PIC 9(09).
               03 WS-GT-HASH-2 PIC 9(09).
               03 WS-GT-DUP PIC X(01).
       01 WS-GT-USED PIC 9(04) VALUE 0.
       01 WS-GT-SUB PIC 9(04).
       01 WS-GT-I PIC 9(04).
       01 WS-GT-J PIC 9(04).
       01 WS-GT-FIRST-J PIC 9(04).
       01 WS-GT-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-GT-FULL VALUE 'Y'.
       01 WS-GAME-KNOWN-SWITCH PIC X(01).
           88 WS-GAME-KNOWN VALUE 'Y'.
      * club norm for a won game
       01 WS-NORM-WINS PIC 9(05) VALUE 0.
       01 WS-NORM-TOTAL-TURNS PIC 9(09) VALUE 0.
       01 WS-NORM-TURNS PIC 9(05) VALUE 0.
       01 WS-NORM-TIMED-WINS PIC 9(05) VALUE 0.
       01 WS-NORM-TOTAL-SECONDS PIC 9(12) VALUE 0.
       01 WS-NORM-SECONDS PIC 9(08) VALUE 0.
       01 WS-FAST-TURNS-SWITCH PIC X(01).
           88 WS-FAST-ON-TURNS VALUE 'Y'.
       01 WS-FAST-SECONDS-SWITCH PIC X(01).
           88 WS-FAST-ON-SECONDS VALUE 'Y'.
       01 WS-VERY-FAST-SWITCH PIC X(01).
           88 WS-VERY-FAST VALUE 'Y'.
       01 WS-MEASURE PIC 9(12).
       01 WS-LIMIT PIC 9(12).
       01 WS-LOSER PIC 9(03).
      * results between each pair of players, lower id first
       01 WS-PAIR-TABLE.
           02 WS-PR-ENTRY OCCURS 500.
               03 WS-PR-LOW PIC 9(03).
               03 WS-PR-HIGH PIC 9(03).
               03 WS-PR-LOW-WINS PIC 9(05).
               03 WS-PR-HIGH-WINS PIC 9(05).
               03 WS-PR-DRAWS PIC 9(05).
               03 WS-PR-GAME-ID OCCURS 5 PIC X(10).
               03 WS-PR-MORE PIC 9(03).
       01 WS-PR-USED PIC 9(03) VALUE 0.
       01 WS-PR-SUB PIC 9(03).
       01 WS-PR-MATCH PIC 9(03).
       01 WS-PR-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-PR-FULL VALUE 'Y'.
       01 WS-PAIR-LOW PIC 9(03).
       01 WS-PAIR-HIGH PIC 9(03).
       01 WS-PAIR-DECIDED PIC 9(05).
       01 WS-PAIR-TOP-WINS PIC 9(05).
       01 WS-PAIR-TOP-PLAYER PIC 9(03).
       01 WS-PAIR-GAMES PIC 9(05).
       01 WS-ID-SUB PIC 9(02).
      * move-for-move confirmation of a duplicate candidate
       01 WS-LOAD-GAME-ID PIC X(10).
       01 WS-LOAD-SOURCE PIC X(01).
       01 WS-LOAD-COUNT PIC 9(05).
       01 WS-LOAD-DONE-SWITCH PIC X(01).
           88 WS-LOAD-DONE VALUE 'Y'.
       01 WS-LOAD-OVERFLOW-SWITCH PIC X(01).
           88 WS-LOAD-OVERFLOW VALUE 'Y'.
       01 WS-LOAD-TABLE.
           02 WS-LD-MOVE OCCURS 999.
               03 WS-LD-X PIC S99.
               03 WS-LD-Y PIC S99.
               03 WS-LD-PIECE PIC 99.
       01 WS-FIRST-MOVES PIC X(5994).
       01 WS-FIRST-COUNT PIC 9(05).
       01 WS-FIRST-OVERFLOW-SWITCH PIC X(01).
           88 WS-FIRST-OVERFLOW VALUE 'Y'.
      * rating swings per player from the ledger
       01 WS-SWING-TABLE.
           02 WS-SW-ENTRY OCCURS 999.
               03 WS-SW-COUNT PIC 9(05).
               03 WS-SW-TOTAL PIC 9(09).
       01 WS-SWING PIC 9(04).
       01 WS-SWING-AVG PIC 9(04).
       01 WS-IDX PIC 9(03).
      * every flag raised, printed by severity once all checks run
       01 WS-FLAG-TABLE.
           02 WS-FL-ENTRY OCCURS 500.
               03 WS-FL-SEVERITY PIC X(01).
               03 WS-FL-CHECK PIC X(10).
               03 WS-FL-PLAYER-A PIC 9(03).
               03 WS-FL-PLAYER-B PIC 9(03).
               03 WS-FL-DETAIL PIC X(50).
               03 WS-FL-GAME-ID OCCURS 5 PIC X(10).
               03 WS-FL-IDS-USED PIC 9(01).
               03 WS-FL-MORE PIC 9(03).
       01 WS-FL-USED PIC 9(03) VALUE 0.
       01 WS-FL-SUB PIC 9(03).
       01 WS-FL-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FL-FULL VALUE 'Y'.
       01 WS-NEW-SEVERITY PIC X(01).
           88 WS-SEV-HIGH VALUE 'H'.
           88 WS-SEV-MEDIUM VALUE 'M'.
           88 WS-SEV-LOW VALUE 'L'.
       01 WS-NEW-CHECK PIC X(10).
       01 WS-NEW-PLAYER-A PIC 9(03).
       01 WS-NEW-PLAYER-B PIC 9(03).
       01 WS-NEW-DETAIL PIC X(50).
       01 WS-NEW-GAME-ID PIC X(10).
       01 WS-PRINT-SEVERITY PIC X(01).
       01 WS-HIGH-FLAGS PIC 9(03) VALUE 0.
       01 WS-MEDIUM-FLAGS PIC 9(03) VALUE 0.
       01 WS-LOW-FLAGS PIC 9(03) VALUE 0.
      * date handling for the T record clock readings
       01 WS-MONTH-OFFSET-DEF.
           02 FILLER PIC X(09) VALUE '000031059'.
           02 FILLER PIC X(09) VALUE '090120151'.
           02 FILLER PIC X(09) VALUE '181212243'.
           02 FILLER PIC X(09) VALUE '273304334'.
       01 WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DEF.
           02 WS-MO-DAYS OCCURS 12 PIC 9(03).
       01 WS-WORK-DATE.
           02 WS-WD-YEAR PIC 9(04).
           02 WS-WD-MONTH PIC 9(02).
           02 WS-WD-DAY PIC 9(02).
       01 WS-WORK-TIME.
           02 WS-WT-HOUR PIC 9(02).
           02 WS-WT-MIN PIC 9(02).
           02 WS-WT-SEC PIC 9(02).
       01 WS-SERIAL-DAYS PIC 9(08).
       01 WS-STAMP-SECONDS PIC 9(12).
       01 WS-QUOT-4 PIC 9(04).
       01 WS-QUOT-100 PIC 9(04).
       01 WS-QUOT-400 PIC 9(04).
       01 WS-LEAP-REM PIC 9(04).
       01 WS-LEAP-QUOT PIC 9(04).
      * flag detail layouts
       01 WS-LOPSIDED-DETAIL.
           02 WS-LP-WINS PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE ' OF '.
           02 WS-LP-DECIDED PIC ZZZZ9.
           02 FILLER PIC X(22) VALUE ' DECIDED GAMES WON BY '.
           02 WS-LP-PLAYER PIC ZZ9.
       01 WS-DUPLICATE-DETAIL.
           02 WS-DP-TURNS PIC ZZZZ9.
           02 FILLER PIC X(39) VALUE
           ' MOVES MATCH EARLIER GAME MOVE FOR MOVE'.
       01 WS-FAST-DETAIL.
           02 WS-FW-TURNS PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE ' TURNS/NORM '.
           02 WS-FW-NORM-TURNS PIC ZZZZ9.
           02 WS-FW-SECONDS-PART.
               03 FILLER PIC X(02) VALUE SPACES.
               03 WS-FW-SECONDS PIC ZZZZZZ9.
               03 FILLER PIC X(11) VALUE ' SECS/NORM '.
               03 WS-FW-NORM-SECONDS PIC ZZZZZZ9.
       01 WS-RATING-DETAIL.
           02 FILLER PIC X(07) VALUE 'RATING '.
           02 WS-RD-OLD PIC 9(04).
           02 FILLER PIC X(01) VALUE '-'.
           02 WS-RD-NEW PIC 9(04).
           02 FILLER PIC X(07) VALUE ' SWING '.
           02 WS-RD-SWING PIC ZZZ9.
           02 FILLER PIC X(07) VALUE ' USUAL '.
           02 WS-RD-USUAL PIC ZZZ9.
           02 FILLER PIC X(04) VALUE ' ON '.
           02 WS-RD-DATE PIC 9(08).
      * report lines
       01 WS-TITLE-LINE.
           02 FILLER PIC X(37) VALUE
           'FAIR-PLAY SCREENING REPORT  RUN DATE '.
           02 WS-TL-DATE PIC 9(08).
       01 WS-NORM-LINE.
           02 FILLER PIC X(22) VALUE 'CLUB NORM FOR A WIN:  '.
           02 WS-NL-TURNS PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE ' TURNS OF '.
           02 WS-NL-WINS PIC ZZZZ9.
           02 FILLER PIC X(09) VALUE ' WINS    '.
           02 WS-NL-SECONDS PIC ZZZZZZ9.
           02 FILLER PIC X(09) VALUE ' SECS OF '.
           02 WS-NL-TIMED PIC ZZZZ9.
           02 FILLER PIC X(06) VALUE ' TIMED'.
       01 WS-SECTION-LINE.
           02 WS-SL-SEVERITY PIC X(06).
           02 FILLER PIC X(10) VALUE ' SEVERITY '.
           02 FILLER PIC X(05) VALUE 'FLAGS'.
       01 WS-HEAD-LINE.
           02 FILLER PIC X(07) VALUE 'SEV    '.
           02 FILLER PIC X(11) VALUE 'CHECK      '.
           02 FILLER PIC X(09) VALUE 'PLAYERS  '.
           02 FILLER PIC X(06) VALUE 'DETAIL'.
       01 WS-FLAG-LINE.
           02 WS-FX-SEVERITY PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-FX-CHECK PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-FX-PLAYER-A PIC ZZ9.
           02 FILLER PIC X(01) VALUE '/'.
           02 WS-FX-PLAYER-B PIC ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-FX-DETAIL PIC X(50).
       01 WS-GAMES-LINE.
           02 FILLER PIC X(15) VALUE '        GAMES: '.
           02 WS-GX-CELL OCCURS 5.
               03 WS-GX-GAME-ID PIC X(10).
               03 FILLER PIC X(01).
           02 WS-GX-MORE-PART.
               03 FILLER PIC X(01) VALUE '+'.
               03 WS-GX-MORE PIC ZZ9.
       01 WS-SUMMARY-LINE.
           02 FILLER PIC X(12) VALUE 'FLAGS: HIGH '.
           02 WS-SM-HIGH PIC ZZ9.
           02 FILLER PIC X(09) VALUE '  MEDIUM '.
           02 WS-SM-MEDIUM PIC ZZ9.
           02 FILLER PIC X(06) VALUE '  LOW '.
           02 WS-SM-LOW PIC ZZ9.
           02 FILLER PIC X(18) VALUE '  GAMES SCREENED: '.
           02 WS-SM-GAMES PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF RETURN-CODE = 0
               MOVE 'G' TO WS-SCAN-SOURCE
               PERFORM 2000-SCAN-GAME-LIB
                   THRU 2000-SCAN-GAME-LIB-EXIT
           END-IF
           IF RETURN-CODE = 0
               MOVE 'L' TO WS-SCAN-SOURCE
               PERFORM 3000-SCAN-LIVE-FILE
                   THRU 3000-SCAN-LIVE-FILE-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-COMPUTE-NORMS
               PERFORM 4200-CHECK-FAST-WINS
               PERFORM 4400-CHECK-PAIRS
               PERFORM 4600-CHECK-DUPLICATES
                   THRU 4600-CHECK-DUPLICATES-EXIT
               PERFORM 4800-CHECK-RATING-SWINGS
                   THRU 4800-CHECK-RATING-SWINGS-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5000-PRINT-REPORT
               IF WS-FL-USED > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-ARG-PERCENT
           END-UNSTRING
           IF WS-ARG-PERCENT NOT = SPACES
               MOVE WS-ARG-PERCENT TO WS-PARSE-IN
               PERFORM 1100-PARSE-NUMBER
               IF WS-PARSE-ERROR OR WS-PARSE-OUT < 10
                       OR WS-PARSE-OUT > 90
                   DISPLAY 'FAIRSCRN: PERCENT MUST BE 10-90'
                   MOVE 90 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE WS-PARSE-OUT TO WS-FAST-PCT
           END-IF
           DIVIDE WS-FAST-PCT BY 2 GIVING WS-HIGH-FAST-PCT
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT FC-PRINT-FILE
           IF NOT WS-PRINT-OK
               DISPLAY 'FAIRSCRN: UNABLE TO OPEN FAIRPLAY.RPT, '
                   'STATUS ' WS-PRINT-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE ZEROS TO WS-PAIR-TABLE
           MOVE ZEROS TO WS-SWING-TABLE.
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
       2000-SCAN-GAME-LIB.
           OPEN INPUT FC-GAME-LIB
           IF WS-LIB-STATUS = '35'
               GO TO 2000-SCAN-GAME-LIB-EXIT
           END-IF
           IF NOT WS-LIB-OK
               DISPLAY 'FAIRSCRN: UNABLE TO OPEN GAME.LIBRARY, '
                   'STATUS ' WS-LIB-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 2000-SCAN-GAME-LIB-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 7000-START-FILE-TALLY
           PERFORM 2100-READ-LIB-RECORD UNTIL WS-FILE-EOF
           CLOSE FC-GAME-LIB
           PERFORM 7300-FINISH-GAME THRU 7300-FINISH-GAME-EXIT.
       2000-SCAN-GAME-LIB-EXIT.
           EXIT.
       2100-READ-LIB-RECORD.
           READ FC-GAME-LIB NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE FS-LIB-REC TO WS-REPLAY-WORK
                   PERFORM 7100-TALLY-RECORD
           END-READ.
       3000-SCAN-LIVE-FILE.
           OPEN INPUT FC-REPLAY-FILE
           IF WS-REPLAY-STATUS = '35'
               GO TO 3000-SCAN-LIVE-FILE-EXIT
           END-IF
           IF NOT WS-REPLAY-OK
               DISPLAY 'FAIRSCRN: UNABLE TO OPEN LIVE.REPLAY, '
                   'STATUS ' WS-REPLAY-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 3000-SCAN-LIVE-FILE-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 7000-START-FILE-TALLY
           PERFORM 3100-READ-LIVE-RECORD UNTIL WS-FILE-EOF
           CLOSE FC-REPLAY-FILE
           PERFORM 7300-FINISH-GAME THRU 7300-FINISH-GAME-EXIT.
       3000-SCAN-LIVE-FILE-EXIT.
           EXIT.
       3100-READ-LIVE-RECORD.
           READ FC-REPLAY-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE FS-REPLAY TO WS-REPLAY-WORK
                   PERFORM 7100-TALLY-RECORD
           END-READ.
      * the norm is the average won game - draws and unfinished games
      * say nothing about how quickly a game can be won
       4000-COMPUTE-NORMS.
           PERFORM 4100-ADD-TO-NORMS
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-USED
           IF WS-NORM-WINS > 0
               DIVIDE WS-NORM-TOTAL-TURNS BY WS-NORM-WINS
                   GIVING WS-NORM-TURNS ROUNDED
           END-IF
           IF WS-NORM-TIMED-WINS > 0
               DIVIDE WS-NORM-TOTAL-SECONDS BY WS-NORM-TIMED-WINS
                   GIVING WS-NORM-SECONDS ROUNDED
           END-IF.
       4100-ADD-TO-NORMS.
           IF WS-GT-RESULT(WS-GT-SUB) = 'Y'
                   AND WS-GT-WIN-PLAYER(WS-GT-SUB) NOT = 0
               ADD 1 TO WS-NORM-WINS
               ADD WS-GT-TURNS(WS-GT-SUB) TO WS-NORM-TOTAL-TURNS
               IF WS-GT-SECONDS(WS-GT-SUB) > 0
                   ADD 1 TO WS-NORM-TIMED-WINS
                   ADD WS-GT-SECONDS(WS-GT-SUB)
                       TO WS-NORM-TOTAL-SECONDS
               END-IF
           END-IF.
      * a measure needs a norm built from enough wins to mean
      * anything; too few and that measure is not screened
       4200-CHECK-FAST-WINS.
           IF WS-NORM-WINS < WS-MIN-NORM-GAMES
               MOVE 0 TO WS-NORM-TURNS
           END-IF
           IF WS-NORM-TIMED-WINS < WS-MIN-NORM-GAMES
               MOVE 0 TO WS-NORM-SECONDS
           END-IF
           IF WS-NORM-TURNS > 0 OR WS-NORM-SECONDS > 0
               PERFORM 4250-CHECK-ONE-WIN
                   VARYING WS-GT-SUB FROM 1 BY 1
                   UNTIL WS-GT-SUB > WS-GT-USED
           END-IF.
       4250-CHECK-ONE-WIN.
           IF WS-GT-RESULT(WS-GT-SUB) = 'Y'
                   AND WS-GT-WIN-PLAYER(WS-GT-SUB) NOT = 0
               MOVE 'N' TO WS-FAST-TURNS-SWITCH
               MOVE 'N' TO WS-FAST-SECONDS-SWITCH
               MOVE 'N' TO WS-VERY-FAST-SWITCH
               IF WS-NORM-TURNS > 0
                   COMPUTE WS-MEASURE = WS-GT-TURNS(WS-GT-SUB) * 100
                   COMPUTE WS-LIMIT = WS-NORM-TURNS * WS-FAST-PCT
                   IF WS-MEASURE < WS-LIMIT
                       SET WS-FAST-ON-TURNS TO TRUE
                       COMPUTE WS-LIMIT =
                           WS-NORM-TURNS * WS-HIGH-FAST-PCT
                       IF WS-MEASURE < WS-LIMIT
                           SET WS-VERY-FAST TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-NORM-SECONDS > 0
                       AND WS-GT-SECONDS(WS-GT-SUB) > 0
                   COMPUTE WS-MEASURE =
                       WS-GT-SECONDS(WS-GT-SUB) * 100
                   COMPUTE WS-LIMIT = WS-NORM-SECONDS * WS-FAST-PCT
                   IF WS-MEASURE < WS-LIMIT
                       SET WS-FAST-ON-SECONDS TO TRUE
                       COMPUTE WS-LIMIT =
                           WS-NORM-SECONDS * WS-HIGH-FAST-PCT
                       IF WS-MEASURE < WS-LIMIT
                           SET WS-VERY-FAST TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-FAST-ON-TURNS OR WS-FAST-ON-SECONDS
                   PERFORM 4300-FLAG-FAST-WIN
               END-IF
           END-IF.
      * fast on both measures, or far under on either, is HIGH
       4300-FLAG-FAST-WIN.
           IF WS-VERY-FAST
                   OR (WS-FAST-ON-TURNS AND WS-FAST-ON-SECONDS)
               SET WS-SEV-HIGH TO TRUE
           ELSE
               SET WS-SEV-MEDIUM TO TRUE
           END-IF
           IF WS-GT-WIN-PLAYER(WS-GT-SUB) = WS-GT-PART-A(WS-GT-SUB)
               MOVE WS-GT-PART-B(WS-GT-SUB) TO WS-LOSER
           ELSE
               MOVE WS-GT-PART-A(WS-GT-SUB) TO WS-LOSER
           END-IF
           MOVE WS-GT-TURNS(WS-GT-SUB) TO WS-FW-TURNS
           MOVE WS-NORM-TURNS TO WS-FW-NORM-TURNS
           IF WS-GT-SECONDS(WS-GT-SUB) > 0 AND WS-NORM-SECONDS > 0
               MOVE WS-GT-SECONDS(WS-GT-SUB) TO WS-FW-SECONDS
               MOVE WS-NORM-SECONDS TO WS-FW-NORM-SECONDS
           ELSE
               MOVE SPACES TO WS-FW-SECONDS-PART
           END-IF
           MOVE 'FAST WIN' TO WS-NEW-CHECK
           MOVE WS-GT-WIN-PLAYER(WS-GT-SUB) TO WS-NEW-PLAYER-A
           MOVE WS-LOSER TO WS-NEW-PLAYER-B
           MOVE WS-FAST-DETAIL TO WS-NEW-DETAIL
           PERFORM 7500-ADD-FLAG
           MOVE WS-GT-GAME-ID(WS-GT-SUB) TO WS-NEW-GAME-ID
           PERFORM 7550-ADD-FLAG-GAME.
       4400-CHECK-PAIRS.
           PERFORM 4410-PAIR-ONE-GAME
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-USED
           PERFORM 4450-FLAG-ONE-PAIR
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PR-USED.
       4410-PAIR-ONE-GAME.
           IF WS-GT-RESULT(WS-GT-SUB) = 'Y'
                   AND WS-GT-PART-A(WS-GT-SUB) NOT = 0
                   AND WS-GT-PART-B(WS-GT-SUB) NOT = 0
               IF WS-GT-PART-A(WS-GT-SUB) < WS-GT-PART-B(WS-GT-SUB)
                   MOVE WS-GT-PART-A(WS-GT-SUB) TO WS-PAIR-LOW
                   MOVE WS-GT-PART-B(WS-GT-SUB) TO WS-PAIR-HIGH
               ELSE
                   MOVE WS-GT-PART-B(WS-GT-SUB) TO WS-PAIR-LOW
                   MOVE WS-GT-PART-A(WS-GT-SUB) TO WS-PAIR-HIGH
               END-IF
               PERFORM 4420-FIND-PAIR-SLOT
               IF WS-PR-SUB > 0
                   PERFORM 4440-TALLY-PAIR-GAME
               END-IF
           END-IF.
       4420-FIND-PAIR-SLOT.
           MOVE 0 TO WS-PR-SUB
           PERFORM 4430-MATCH-PAIR-SLOT
               VARYING WS-PR-MATCH FROM 1 BY 1
               UNTIL WS-PR-MATCH > WS-PR-USED OR WS-PR-SUB > 0
           IF WS-PR-SUB = 0
               IF WS-PR-USED >= 500
                   IF NOT WS-PR-FULL
                       DISPLAY 'FAIRSCRN: MORE THAN 500 PLAYER PAIRS'
                           ' - EXTRAS NOT SCREENED'
                       SET WS-PR-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-PR-USED
                   MOVE WS-PAIR-LOW TO WS-PR-LOW(WS-PR-USED)
                   MOVE WS-PAIR-HIGH TO WS-PR-HIGH(WS-PR-USED)
                   MOVE SPACES TO WS-PR-GAME-ID(WS-PR-USED, 1)
                   MOVE SPACES TO WS-PR-GAME-ID(WS-PR-USED, 2)
                   MOVE SPACES TO WS-PR-GAME-ID(WS-PR-USED, 3)
                   MOVE SPACES TO WS-PR-GAME-ID(WS-PR-USED, 4)
                   MOVE SPACES TO WS-PR-GAME-ID(WS-PR-USED, 5)
                   MOVE WS-PR-USED TO WS-PR-SUB
               END-IF
           END-IF.
       4430-MATCH-PAIR-SLOT.
           IF WS-PR-LOW(WS-PR-MATCH) = WS-PAIR-LOW
                   AND WS-PR-HIGH(WS-PR-MATCH) = WS-PAIR-HIGH
               MOVE WS-PR-MATCH TO WS-PR-SUB
           END-IF.
       4440-TALLY-PAIR-GAME.
           EVALUATE TRUE
               WHEN WS-GT-WIN-PLAYER(WS-GT-SUB) = 0
                   ADD 1 TO WS-PR-DRAWS(WS-PR-SUB)
               WHEN WS-GT-WIN-PLAYER(WS-GT-SUB) = WS-PAIR-LOW
                   ADD 1 TO WS-PR-LOW-WINS(WS-PR-SUB)
               WHEN OTHER
                   ADD 1 TO WS-PR-HIGH-WINS(WS-PR-SUB)
           END-EVALUATE
           COMPUTE WS-PAIR-GAMES = WS-PR-LOW-WINS(WS-PR-SUB)
               + WS-PR-HIGH-WINS(WS-PR-SUB) + WS-PR-DRAWS(WS-PR-SUB)
           IF WS-PAIR-GAMES <= 5
               MOVE WS-GT-GAME-ID(WS-GT-SUB)
                   TO WS-PR-GAME-ID(WS-PR-SUB, WS-PAIR-GAMES)
           ELSE
               ADD 1 TO WS-PR-MORE(WS-PR-SUB)
           END-IF.
       4450-FLAG-ONE-PAIR.
           COMPUTE WS-PAIR-DECIDED = WS-PR-LOW-WINS(WS-PR-SUB)
               + WS-PR-HIGH-WINS(WS-PR-SUB)
           IF WS-PR-LOW-WINS(WS-PR-SUB) >= WS-PR-HIGH-WINS(WS-PR-SUB)
               MOVE WS-PR-LOW-WINS(WS-PR-SUB) TO WS-PAIR-TOP-WINS
               MOVE WS-PR-LOW(WS-PR-SUB) TO WS-PAIR-TOP-PLAYER
           ELSE
               MOVE WS-PR-HIGH-WINS(WS-PR-SUB) TO WS-PAIR-TOP-WINS
               MOVE WS-PR-HIGH(WS-PR-SUB) TO WS-PAIR-TOP-PLAYER
           END-IF
           MOVE SPACE TO WS-NEW-SEVERITY
           EVALUATE TRUE
               WHEN WS-PAIR-DECIDED < WS-LOPSIDED-ALL-MIN
                   CONTINUE
               WHEN WS-PAIR-TOP-WINS = WS-PAIR-DECIDED
                       AND WS-PAIR-DECIDED >= WS-LOPSIDED-HIGH-MIN
                   SET WS-SEV-HIGH TO TRUE
               WHEN WS-PAIR-TOP-WINS = WS-PAIR-DECIDED
                   SET WS-SEV-MEDIUM TO TRUE
               WHEN WS-PAIR-DECIDED >= WS-LOPSIDED-HIGH-MIN
                       AND WS-PAIR-TOP-WINS * 100 >=
                           WS-PAIR-DECIDED * WS-LOPSIDED-PCT
                   SET WS-SEV-LOW TO TRUE
           END-EVALUATE
           IF WS-NEW-SEVERITY NOT = SPACE
               MOVE WS-PAIR-TOP-WINS TO WS-LP-WINS
               MOVE WS-PAIR-DECIDED TO WS-LP-DECIDED
               MOVE WS-PAIR-TOP-PLAYER TO WS-LP-PLAYER
               MOVE 'LOPSIDED' TO WS-NEW-CHECK
               MOVE WS-PR-LOW(WS-PR-SUB) TO WS-NEW-PLAYER-A
               MOVE WS-PR-HIGH(WS-PR-SUB) TO WS-NEW-PLAYER-B
               MOVE WS-LOPSIDED-DETAIL TO WS-NEW-DETAIL
               PERFORM 7500-ADD-FLAG
               IF WS-FL-SUB > 0
                   PERFORM 4460-COPY-PAIR-GAMES
                       VARYING WS-ID-SUB FROM 1 BY 1
                       UNTIL WS-ID-SUB > 5
                   MOVE WS-PR-MORE(WS-PR-SUB) TO WS-FL-MORE(WS-FL-SUB)
               END-IF
           END-IF.
       4460-COPY-PAIR-GAMES.
           MOVE WS-PR-GAME-ID(WS-PR-SUB, WS-ID-SUB)
               TO WS-FL-GAME-ID(WS-FL-SUB, WS-ID-SUB).
      * each game long enough to matter is compared with every later
      * game of the same length and checksums; a game already shown
      * to repeat an earlier one is not used as a new original
       4600-CHECK-DUPLICATES.
           OPEN INPUT FC-GAME-LIB
           IF WS-LIB-OK
               SET WS-LIB-AVAIL TO TRUE
           END-IF
           OPEN INPUT FC-REPLAY-FILE
           IF WS-REPLAY-OK
               SET WS-REPLAY-AVAIL TO TRUE
           END-IF
           IF NOT WS-LIB-AVAIL AND NOT WS-REPLAY-AVAIL
               GO TO 4600-CHECK-DUPLICATES-EXIT
           END-IF
           PERFORM 4610-CHECK-ONE-ORIGINAL
               VARYING WS-GT-I FROM 1 BY 1
               UNTIL WS-GT-I > WS-GT-USED
           IF WS-LIB-AVAIL
               CLOSE FC-GAME-LIB
               MOVE 'N' TO WS-LIB-AVAIL-SWITCH
           END-IF
           IF WS-REPLAY-AVAIL
               CLOSE FC-REPLAY-FILE
               MOVE 'N' TO WS-REPLAY-AVAIL-SWITCH
           END-IF.
       4600-CHECK-DUPLICATES-EXIT.
           EXIT.
       4610-CHECK-ONE-ORIGINAL.
           IF WS-GT-TURNS(WS-GT-I) >= WS-MIN-DUP-TURNS
                   AND WS-GT-DUP(WS-GT-I) = 'N'
               MOVE SPACES TO WS-FIRST-MOVES
               MOVE 0 TO WS-FIRST-COUNT
               COMPUTE WS-GT-FIRST-J = WS-GT-I + 1
               PERFORM 4620-CHECK-ONE-CANDIDATE
                   VARYING WS-GT-J FROM WS-GT-FIRST-J BY 1
                   UNTIL WS-GT-J > WS-GT-USED
           END-IF.
       4620-CHECK-ONE-CANDIDATE.
           IF WS-GT-DUP(WS-GT-J) = 'N'
                   AND WS-GT-TURNS(WS-GT-J) = WS-GT-TURNS(WS-GT-I)
                   AND WS-GT-HASH-1(WS-GT-J) = WS-GT-HASH-1(WS-GT-I)
                   AND WS-GT-HASH-2(WS-GT-J) = WS-GT-HASH-2(WS-GT-I)
               PERFORM 4650-CONFIRM-DUPLICATE
           END-IF.
      * the original's moves are loaded once, on its first candidate
       4650-CONFIRM-DUPLICATE.
           IF WS-FIRST-COUNT = 0
               MOVE WS-GT-GAME-ID(WS-GT-I) TO WS-LOAD-GAME-ID
               MOVE WS-GT-SOURCE(WS-GT-I) TO WS-LOAD-SOURCE
               PERFORM 8500-LOAD-MOVES THRU 8500-LOAD-MOVES-EXIT
               MOVE WS-LOAD-TABLE TO WS-FIRST-MOVES
               MOVE WS-LOAD-COUNT TO WS-FIRST-COUNT
               MOVE WS-LOAD-OVERFLOW-SWITCH
                   TO WS-FIRST-OVERFLOW-SWITCH
           END-IF
           MOVE WS-GT-GAME-ID(WS-GT-J) TO WS-LOAD-GAME-ID
           MOVE WS-GT-SOURCE(WS-GT-J) TO WS-LOAD-SOURCE
           PERFORM 8500-LOAD-MOVES THRU 8500-LOAD-MOVES-EXIT
           IF WS-FIRST-COUNT > 0
                   AND NOT WS-FIRST-OVERFLOW
                   AND NOT WS-LOAD-OVERFLOW
                   AND WS-LOAD-COUNT = WS-FIRST-COUNT
                   AND WS-LOAD-TABLE = WS-FIRST-MOVES
               MOVE 'Y' TO WS-GT-DUP(WS-GT-J)
               SET WS-SEV-HIGH TO TRUE
               MOVE 'DUPLICATE' TO WS-NEW-CHECK
               MOVE WS-GT-PART-A(WS-GT-J) TO WS-NEW-PLAYER-A
               MOVE WS-GT-PART-B(WS-GT-J) TO WS-NEW-PLAYER-B
               MOVE WS-LOAD-COUNT TO WS-DP-TURNS
               MOVE WS-DUPLICATE-DETAIL TO WS-NEW-DETAIL
               PERFORM 7500-ADD-FLAG
               MOVE WS-GT-GAME-ID(WS-GT-I) TO WS-NEW-GAME-ID
               PERFORM 7550-ADD-FLAG-GAME
               MOVE WS-GT-GAME-ID(WS-GT-J) TO WS-NEW-GAME-ID
               PERFORM 7550-ADD-FLAG-GAME
           END-IF.
      * two passes over the ledger: the first learns each player's
      * usual swing, the second flags changes far outside it
       4800-CHECK-RATING-SWINGS.
           OPEN INPUT FC-RATING-HIST
           IF WS-RHIST-STATUS = '35'
               GO TO 4800-CHECK-RATING-SWINGS-EXIT
           END-IF
           IF NOT WS-RHIST-OK
               DISPLAY 'FAIRSCRN: UNABLE TO OPEN RATING.HISTORY, '
                   'STATUS ' WS-RHIST-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 4800-CHECK-RATING-SWINGS-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 4810-LEARN-ONE-SWING UNTIL WS-FILE-EOF
           CLOSE FC-RATING-HIST
           OPEN INPUT FC-RATING-HIST
           IF NOT WS-RHIST-OK
               DISPLAY 'FAIRSCRN: UNABLE TO REOPEN RATING.HISTORY, '
                   'STATUS ' WS-RHIST-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 4800-CHECK-RATING-SWINGS-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 4850-SCREEN-ONE-SWING UNTIL WS-FILE-EOF
           CLOSE FC-RATING-HIST.
       4800-CHECK-RATING-SWINGS-EXIT.
           EXIT.
       4810-LEARN-ONE-SWING.
           READ FC-RATING-HIST
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF NOT RH-OUTCOME-REVERSAL
                           AND RH-PLAYER-ID >= 1
                       PERFORM 4900-COMPUTE-SWING
                       MOVE RH-PLAYER-ID TO WS-IDX
                       ADD 1 TO WS-SW-COUNT(WS-IDX)
                       ADD WS-SWING TO WS-SW-TOTAL(WS-IDX)
                   END-IF
           END-READ.
       4850-SCREEN-ONE-SWING.
           READ FC-RATING-HIST
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF NOT RH-OUTCOME-REVERSAL
                           AND RH-PLAYER-ID >= 1
                       PERFORM 4860-SCREEN-SWING
                           THRU 4860-SCREEN-SWING-EXIT
                   END-IF
           END-READ.
       4860-SCREEN-SWING.
           MOVE RH-PLAYER-ID TO WS-IDX
           IF WS-SW-COUNT(WS-IDX) < WS-MIN-SWING-HISTORY
               GO TO 4860-SCREEN-SWING-EXIT
           END-IF
           PERFORM 4900-COMPUTE-SWING
           IF WS-SWING < WS-MIN-SWING-POINTS
               GO TO 4860-SCREEN-SWING-EXIT
           END-IF
           DIVIDE WS-SW-TOTAL(WS-IDX) BY WS-SW-COUNT(WS-IDX)
               GIVING WS-SWING-AVG ROUNDED
           IF WS-SWING-AVG = 0
               MOVE 1 TO WS-SWING-AVG
           END-IF
           EVALUATE TRUE
               WHEN WS-SWING >= WS-SWING-AVG * WS-SWING-HIGH-TIMES
                   SET WS-SEV-HIGH TO TRUE
               WHEN WS-SWING >= WS-SWING-AVG * WS-SWING-MEDIUM-TIMES
                   SET WS-SEV-MEDIUM TO TRUE
               WHEN WS-SWING >= WS-SWING-AVG * WS-SWING-LOW-TIMES
                   SET WS-SEV-LOW TO TRUE
               WHEN OTHER
                   GO TO 4860-SCREEN-SWING-EXIT
           END-EVALUATE
           MOVE RH-OLD-RATING TO WS-RD-OLD
           MOVE RH-NEW-RATING TO WS-RD-NEW
           MOVE WS-SWING TO WS-RD-SWING
           MOVE WS-SWING-AVG TO WS-RD-USUAL
           MOVE RH-DATE TO WS-RD-DATE
           MOVE 'RATING' TO WS-NEW-CHECK
           MOVE RH-PLAYER-ID TO WS-NEW-PLAYER-A
           MOVE RH-OPPONENT TO WS-NEW-PLAYER-B
           MOVE WS-RATING-DETAIL TO WS-NEW-DETAIL
           PERFORM 7500-ADD-FLAG
           MOVE RH-GAME-ID TO WS-NEW-GAME-ID
           PERFORM 7550-ADD-FLAG-GAME.
       4860-SCREEN-SWING-EXIT.
           EXIT.
       4900-COMPUTE-SWING.
           IF RH-NEW-RATING >= RH-OLD-RATING
               COMPUTE WS-SWING = RH-NEW-RATING - RH-OLD-RATING
           ELSE
               COMPUTE WS-SWING = RH-OLD-RATING - RH-NEW-RATING
           END-IF.
       5000-PRINT-REPORT.
           MOVE WS-CURR-DATE TO WS-TL-DATE
           MOVE WS-TITLE-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE WS-NORM-TURNS TO WS-NL-TURNS
           MOVE WS-NORM-WINS TO WS-NL-WINS
           MOVE WS-NORM-SECONDS TO WS-NL-SECONDS
           MOVE WS-NORM-TIMED-WINS TO WS-NL-TIMED
           MOVE WS-NORM-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           IF WS-FL-USED = 0
               MOVE 'NOTHING FLAGGED' TO PR-LINE
               WRITE PR-LINE
           ELSE
               MOVE WS-HEAD-LINE TO PR-LINE
               WRITE PR-LINE
               MOVE 'H' TO WS-PRINT-SEVERITY
               MOVE 'HIGH' TO WS-SL-SEVERITY
               PERFORM 5100-PRINT-SEVERITY
               MOVE 'M' TO WS-PRINT-SEVERITY
               MOVE 'MEDIUM' TO WS-SL-SEVERITY
               PERFORM 5100-PRINT-SEVERITY
               MOVE 'L' TO WS-PRINT-SEVERITY
               MOVE 'LOW' TO WS-SL-SEVERITY
               PERFORM 5100-PRINT-SEVERITY
           END-IF
           MOVE WS-HIGH-FLAGS TO WS-SM-HIGH
           MOVE WS-MEDIUM-FLAGS TO WS-SM-MEDIUM
           MOVE WS-LOW-FLAGS TO WS-SM-LOW
           MOVE WS-GT-USED TO WS-SM-GAMES
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE WS-SUMMARY-LINE TO PR-LINE
           WRITE PR-LINE.
       5100-PRINT-SEVERITY.
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE WS-SECTION-LINE TO PR-LINE
           WRITE PR-LINE
           PERFORM 5200-PRINT-ONE-FLAG
               VARYING WS-FL-SUB FROM 1 BY 1
               UNTIL WS-FL-SUB > WS-FL-USED.
       5200-PRINT-ONE-FLAG.
           IF WS-FL-SEVERITY(WS-FL-SUB) = WS-PRINT-SEVERITY
               MOVE WS-SL-SEVERITY TO WS-FX-SEVERITY
               MOVE WS-FL-CHECK(WS-FL-SUB) TO WS-FX-CHECK
               MOVE WS-FL-PLAYER-A(WS-FL-SUB) TO WS-FX-PLAYER-A
               MOVE WS-FL-PLAYER-B(WS-FL-SUB) TO WS-FX-PLAYER-B
               MOVE WS-FL-DETAIL(WS-FL-SUB) TO WS-FX-DETAIL
               MOVE WS-FLAG-LINE TO PR-LINE
               WRITE PR-LINE
               PERFORM 5300-FORMAT-GAME-CELL
                   VARYING WS-ID-SUB FROM 1 BY 1
                   UNTIL WS-ID-SUB > 5
               IF WS-FL-MORE(WS-FL-SUB) > 0
                   MOVE WS-FL-MORE(WS-FL-SUB) TO WS-GX-MORE
               ELSE
                   MOVE SPACES TO WS-GX-MORE-PART
               END-IF
               MOVE WS-GAMES-LINE TO PR-LINE
               WRITE PR-LINE
           END-IF.
       5300-FORMAT-GAME-CELL.
           MOVE WS-FL-GAME-ID(WS-FL-SUB, WS-ID-SUB)
               TO WS-GX-GAME-ID(WS-ID-SUB).
       7000-START-FILE-TALLY.
           MOVE SPACES TO WS-CURR-GAME-ID
           PERFORM 7050-RESET-GAME.
       7050-RESET-GAME.
           MOVE 0 TO WS-GAME-TURNS
           MOVE 0 TO WS-GAME-PART-A
           MOVE 0 TO WS-GAME-PART-B
           MOVE 0 TO WS-GAME-WIN-PLAYER
           MOVE 'N' TO WS-GAME-RESULT-SWITCH
           MOVE 0 TO WS-GAME-FIRST-STAMP
           MOVE 0 TO WS-GAME-LAST-STAMP
           MOVE 0 TO WS-GAME-TIMED-MOVES
           MOVE 0 TO WS-GAME-HASH-1
           MOVE 0 TO WS-GAME-HASH-2.
      * records arrive in key order, so a game's moves and their
      * clock stamps come in turn order and its R trailer comes last
       7100-TALLY-RECORD.
           IF FS-REPLAY-GAME-ID OF WS-REPLAY-WORK
                   NOT = WS-CURR-GAME-ID
               PERFORM 7300-FINISH-GAME THRU 7300-FINISH-GAME-EXIT
               MOVE FS-REPLAY-GAME-ID OF WS-REPLAY-WORK
                   TO WS-CURR-GAME-ID
               PERFORM 7050-RESET-GAME
           END-IF
           EVALUATE TRUE
               WHEN FS-REPLAY-IS-MOVE OF WS-REPLAY-WORK
                   PERFORM 7150-TALLY-MOVE
               WHEN FS-REPLAY-IS-TIME OF WS-REPLAY-WORK
                   PERFORM 7200-TALLY-TIME
               WHEN FS-REPLAY-IS-RESULT OF WS-REPLAY-WORK
                   SET WS-GAME-HAS-RESULT TO TRUE
                   MOVE FS-REPLAY-WIN-PLAYER OF WS-REPLAY-WORK
                       TO WS-GAME-WIN-PLAYER
           END-EVALUATE.
      * two checksums over the squares and pieces, one weighting each
      * move by what came before it and one by its turn, so moves in
      * a different order do not sum to the same game
       7150-TALLY-MOVE.
           ADD 1 TO WS-GAME-TURNS
           COMPUTE WS-MOVE-CODE =
               (FS-REPLAY-X OF WS-REPLAY-WORK + 50) * 10000
               + (FS-REPLAY-Y OF WS-REPLAY-WORK + 50) * 100
               + FS-REPLAY-PIECE OF WS-REPLAY-WORK
           COMPUTE WS-HASH-WORK = WS-GAME-HASH-1 * 31 + WS-MOVE-CODE
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOT REMAINDER WS-GAME-HASH-1
           COMPUTE WS-HASH-WORK = WS-GAME-HASH-2
               + WS-MOVE-CODE * WS-GAME-TURNS
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOT REMAINDER WS-GAME-HASH-2
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
           END-IF.
       7200-TALLY-TIME.
           PERFORM 8000-STAMP-TO-SECONDS
               THRU 8000-STAMP-TO-SECONDS-DONE
           IF WS-STAMP-SECONDS > 0
               IF WS-GAME-TIMED-MOVES = 0
                   MOVE WS-STAMP-SECONDS TO WS-GAME-FIRST-STAMP
               END-IF
               MOVE WS-STAMP-SECONDS TO WS-GAME-LAST-STAMP
               ADD 1 TO WS-GAME-TIMED-MOVES
           END-IF.
      * a game already taken from the library is not counted again
      * from live play
       7300-FINISH-GAME.
           IF WS-CURR-GAME-ID = SPACES OR WS-GAME-TURNS = 0
               GO TO 7300-FINISH-GAME-EXIT
           END-IF
           IF WS-SCAN-SOURCE = 'L'
               MOVE 'N' TO WS-GAME-KNOWN-SWITCH
               PERFORM 7350-MATCH-KNOWN-GAME
                   VARYING WS-GT-SUB FROM 1 BY 1
                   UNTIL WS-GT-SUB > WS-GT-USED OR WS-GAME-KNOWN
               IF WS-GAME-KNOWN
                   GO TO 7300-FINISH-GAME-EXIT
               END-IF
           END-IF
           IF WS-GT-USED >= 2000
               IF NOT WS-GT-FULL
                   DISPLAY 'FAIRSCRN: MORE THAN 2000 GAMES - '
                       'EXTRAS NOT SCREENED'
                   SET WS-GT-FULL TO TRUE
               END-IF
               GO TO 7300-FINISH-GAME-EXIT
           END-IF
           ADD 1 TO WS-GT-USED
           MOVE WS-CURR-GAME-ID TO WS-GT-GAME-ID(WS-GT-USED)
           MOVE WS-SCAN-SOURCE TO WS-GT-SOURCE(WS-GT-USED)
           MOVE WS-GAME-PART-A TO WS-GT-PART-A(WS-GT-USED)
           MOVE WS-GAME-PART-B TO WS-GT-PART-B(WS-GT-USED)
           MOVE WS-GAME-WIN-PLAYER TO WS-GT-WIN-PLAYER(WS-GT-USED)
           MOVE WS-GAME-RESULT-SWITCH TO WS-GT-RESULT(WS-GT-USED)
           MOVE WS-GAME-TURNS TO WS-GT-TURNS(WS-GT-USED)
           IF WS-GAME-TIMED-MOVES > 1
                   AND WS-GAME-LAST-STAMP > WS-GAME-FIRST-STAMP
               COMPUTE WS-GT-SECONDS(WS-GT-USED) =
                   WS-GAME-LAST-STAMP - WS-GAME-FIRST-STAMP
           ELSE
               MOVE 0 TO WS-GT-SECONDS(WS-GT-USED)
           END-IF
           MOVE WS-GAME-HASH-1 TO WS-GT-HASH-1(WS-GT-USED)
           MOVE WS-GAME-HASH-2 TO WS-GT-HASH-2(WS-GT-USED)
           MOVE 'N' TO WS-GT-DUP(WS-GT-USED).
       7300-FINISH-GAME-EXIT.
           EXIT.
       7350-MATCH-KNOWN-GAME.
           IF WS-GT-GAME-ID(WS-GT-SUB) = WS-CURR-GAME-ID
               SET WS-GAME-KNOWN TO TRUE
           END-IF.
      * a new flag takes the severity, check, players and detail set
      * up by the caller; WS-FL-SUB is zero when the table is full
       7500-ADD-FLAG.
           IF WS-FL-USED >= 500
               IF NOT WS-FL-FULL
                   DISPLAY 'FAIRSCRN: MORE THAN 500 FLAGS - '
                       'EXTRAS NOT REPORTED'
                   SET WS-FL-FULL TO TRUE
               END-IF
               MOVE 0 TO WS-FL-SUB
           ELSE
               ADD 1 TO WS-FL-USED
               MOVE WS-FL-USED TO WS-FL-SUB
               MOVE WS-NEW-SEVERITY TO WS-FL-SEVERITY(WS-FL-SUB)
               MOVE WS-NEW-CHECK TO WS-FL-CHECK(WS-FL-SUB)
               MOVE WS-NEW-PLAYER-A TO WS-FL-PLAYER-A(WS-FL-SUB)
               MOVE WS-NEW-PLAYER-B TO WS-FL-PLAYER-B(WS-FL-SUB)
               MOVE WS-NEW-DETAIL TO WS-FL-DETAIL(WS-FL-SUB)
               MOVE SPACES TO WS-FL-GAME-ID(WS-FL-SUB, 1)
               MOVE SPACES TO WS-FL-GAME-ID(WS-FL-SUB, 2)
               MOVE SPACES TO WS-FL-GAME-ID(WS-FL-SUB, 3)
               MOVE SPACES TO WS-FL-GAME-ID(WS-FL-SUB, 4)
               MOVE SPACES TO WS-FL-GAME-ID(WS-FL-SUB, 5)
               MOVE 0 TO WS-FL-IDS-USED(WS-FL-SUB)
               MOVE 0 TO WS-FL-MORE(WS-FL-SUB)
               EVALUATE TRUE
                   WHEN WS-SEV-HIGH
                       ADD 1 TO WS-HIGH-FLAGS
                   WHEN WS-SEV-MEDIUM
                       ADD 1 TO WS-MEDIUM-FLAGS
                   WHEN OTHER
                       ADD 1 TO WS-LOW-FLAGS
               END-EVALUATE
           END-IF.
       7550-ADD-FLAG-GAME.
           IF WS-FL-SUB > 0
               IF WS-FL-IDS-USED(WS-FL-SUB) >= 5
                   ADD 1 TO WS-FL-MORE(WS-FL-SUB)
               ELSE
                   ADD 1 TO WS-FL-IDS-USED(WS-FL-SUB)
                   MOVE WS-NEW-GAME-ID TO WS-FL-GAME-ID(WS-FL-SUB,
                       WS-FL-IDS-USED(WS-FL-SUB))
               END-IF
           END-IF.
      * a stamp becomes serial seconds: whole years of days plus the
      * leap days already banked, days so far this year, then the
      * time of day.  only ever subtracted from another stamp, so the
      * epoch is arbitrary.
       8000-STAMP-TO-SECONDS.
           MOVE FS-REPLAY-STAMP-DATE OF WS-REPLAY-WORK(1:8)
               TO WS-WORK-DATE
           MOVE FS-REPLAY-STAMP-TIME OF WS-REPLAY-WORK(1:6)
               TO WS-WORK-TIME
           IF WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
                   OR WS-WD-DAY < 1 OR WS-WD-DAY > 31
               MOVE 0 TO WS-STAMP-SECONDS
               GO TO 8000-STAMP-TO-SECONDS-DONE
           END-IF
           DIVIDE WS-WD-YEAR BY 4 GIVING WS-QUOT-4
           DIVIDE WS-WD-YEAR BY 100 GIVING WS-QUOT-100
           DIVIDE WS-WD-YEAR BY 400 GIVING WS-QUOT-400
           COMPUTE WS-SERIAL-DAYS = WS-WD-YEAR * 365
               + WS-QUOT-4
               - WS-QUOT-100
               + WS-QUOT-400
               + WS-MO-DAYS(WS-WD-MONTH)
               + WS-WD-DAY
           IF WS-WD-MONTH <= 2
               DIVIDE WS-WD-YEAR BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   SUBTRACT 1 FROM WS-SERIAL-DAYS
               END-IF
           END-IF
           COMPUTE WS-STAMP-SECONDS = WS-SERIAL-DAYS * 86400
               + WS-WT-HOUR * 3600
               + WS-WT-MIN * 60
               + WS-WT-SEC.
       8000-STAMP-TO-SECONDS-DONE.
           EXIT.
      * one game's M records, read by key from the file it came from
       8500-LOAD-MOVES.
           MOVE SPACES TO WS-LOAD-TABLE
           MOVE 0 TO WS-LOAD-COUNT
           MOVE 'N' TO WS-LOAD-OVERFLOW-SWITCH
           MOVE 'N' TO WS-LOAD-DONE-SWITCH
           IF WS-LOAD-SOURCE = 'G'
               IF NOT WS-LIB-AVAIL
                   GO TO 8500-LOAD-MOVES-EXIT
               END-IF
               MOVE WS-LOAD-GAME-ID TO FS-REPLAY-GAME-ID OF FS-LIB-REC
               MOVE 0 TO FS-REPLAY-TURN-NUM OF FS-LIB-REC
               MOVE LOW-VALUE TO FS-REPLAY-REC-TYPE OF FS-LIB-REC
               START FC-GAME-LIB
                   KEY IS GREATER THAN OR EQUAL TO
                       FS-REPLAY-KEY OF FS-LIB-REC
                   INVALID KEY
                       GO TO 8500-LOAD-MOVES-EXIT
               END-START
               PERFORM 8510-READ-LIB-MOVE UNTIL WS-LOAD-DONE
           ELSE
               IF NOT WS-REPLAY-AVAIL
                   GO TO 8500-LOAD-MOVES-EXIT
               END-IF
               MOVE WS-LOAD-GAME-ID TO FS-REPLAY-GAME-ID OF FS-REPLAY
               MOVE 0 TO FS-REPLAY-TURN-NUM OF FS-REPLAY
               MOVE LOW-VALUE TO FS-REPLAY-REC-TYPE OF FS-REPLAY
               START FC-REPLAY-FILE
                   KEY IS GREATER THAN OR EQUAL TO
                       FS-REPLAY-KEY OF FS-REPLAY
                   INVALID KEY
                       GO TO 8500-LOAD-MOVES-EXIT
               END-START
               PERFORM 8520-READ-LIVE-MOVE UNTIL WS-LOAD-DONE
           END-IF.
       8500-LOAD-MOVES-EXIT.
           EXIT.
       8510-READ-LIB-MOVE.
           READ FC-GAME-LIB NEXT RECORD
               AT END
                   SET WS-LOAD-DONE TO TRUE
               NOT AT END
                   MOVE FS-LIB-REC TO WS-REPLAY-WORK
                   PERFORM 8550-STORE-MOVE
           END-READ.
       8520-READ-LIVE-MOVE.
           READ FC-REPLAY-FILE NEXT RECORD
               AT END
                   SET WS-LOAD-DONE TO TRUE
               NOT AT END
                   MOVE FS-REPLAY TO WS-REPLAY-WORK
                   PERFORM 8550-STORE-MOVE
           END-READ.
       8550-STORE-MOVE.
           EVALUATE TRUE
               WHEN FS-REPLAY-GAME-ID OF WS-REPLAY-WORK
                       NOT = WS-LOAD-GAME-ID
                   SET WS-LOAD-DONE TO TRUE
               WHEN NOT FS-REPLAY-IS-MOVE OF WS-REPLAY-WORK
                   CONTINUE
               WHEN WS-LOAD-COUNT >= 999
                   SET WS-LOAD-OVERFLOW TO TRUE
                   SET WS-LOAD-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-LOAD-COUNT
                   MOVE FS-REPLAY-X OF WS-REPLAY-WORK
                       TO WS-LD-X(WS-LOAD-COUNT)
                   MOVE FS-REPLAY-Y OF WS-REPLAY-WORK
                       TO WS-LD-Y(WS-LOAD-COUNT)
                   MOVE FS-REPLAY-PIECE OF WS-REPLAY-WORK
                       TO WS-LD-PIECE(WS-LOAD-COUNT)
           END-EVALUATE.
       9000-TERMINATE.
           IF WS-PRINT-OK
               CLOSE FC-PRINT-FILE
           END-IF.
