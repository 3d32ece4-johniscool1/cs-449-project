       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECBOOK.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. 10-15-26.
      * Club records book and monthly awards.  Run at month-end right
      * after STATCLSE has closed the period, with the same period on
      * the command line; a period STATCLSE has not closed is refused.
      * Works out, over everything on file up to the end of the
      * period, the best performance in each category of the records
      * book (layout RECBKREC):
      *   longest winning streak and longest unbeaten run, from the
      *   results in the order they were posted to ./rating.history
      *   (a result taken back out by a correction's X records does
      *   not count, its replacement does);
      *   biggest upset, the winner's rating shortfall against the
      *   loser as both stood before the game;
      *   fastest win in turns, and in clock seconds from the first
      *   to the last T record of the game;
      *   highest final score;
      *   most games in a month, from the month-by-month snapshots
      *   STATCLSE keeps on ./stats.history (the first snapshot on
      *   file carries everything before it, so it only sets the
      *   starting point).
      * The games come from the player-to-game index (./game.index);
      * a won game's T records are read by key from the file the
      * index says holds it.  A category whose best beats the
      * ./club.records master - strictly, a tie leaves the holder in
      * place - is updated with the new holder and the one it
      * replaced.  The awards report (./awards.rpt) names the
      * period's best in each category, the records broken this
      * period, and the whole book, for the newsletter.
      * Command line: period as YYYYMM  (the month just closed)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-RECORDS-BOOK ASSIGN TO './club.records'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RB-CATEGORY
                   FILE STATUS IS WS-RECBK-STATUS.
       SELECT FC-STATS-HIST ASSIGN TO './stats.history'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-SNAP-KEY
                   FILE STATUS IS WS-SHIST-STATUS.
       SELECT FC-RATING-HIST ASSIGN TO './rating.history'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RHIST-STATUS.
       SELECT FC-GAME-INDEX ASSIGN TO './game.index'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS GX-KEY
                   ALTERNATE RECORD KEY IS GX-GAME-KEY
                   FILE STATUS IS WS-INDEX-STATUS.
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
       SELECT FC-PLAYER-ROSTER ASSIGN TO './player.roster'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RS-PLAYER-ID
                   FILE STATUS IS WS-ROSTER-STATUS.
       SELECT FC-PRINT-FILE ASSIGN TO './awards.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-RECORDS-BOOK.
       01 FS-RECORDS-BOOK.
           COPY RECBKREC.
       FD FC-STATS-HIST.
       01 FS-STATS-HIST.
           COPY SHISTREC.
       FD FC-RATING-HIST.
       01 FS-RHIST-REC.
           COPY RHISTREC.
       FD FC-GAME-INDEX.
       01 FS-GAME-INDEX.
           COPY GINDXREC.
       FD FC-REPLAY-FILE.
       01 FS-REPLAY.
           COPY REPLYREC.
       FD FC-GAME-LIB.
       01 FS-LIB-REC.
           COPY REPLYREC.
       FD FC-PLAYER-ROSTER.
       01 FS-PLAYER-ROSTER.
           COPY PROSTREC.
       FD FC-PRINT-FILE.
       01 PR-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-RECBK-STATUS PIC XX.
           88 WS-RECBK-OK VALUE '00'.
       01 WS-SHIST-STATUS PIC XX.
           88 WS-SHIST-OK VALUE '00'.
       01 WS-RHIST-STATUS PIC XX.
           88 WS-RHIST-OK VALUE '00'.
       01 WS-INDEX-STATUS PIC XX.
           88 WS-INDEX-OK VALUE '00'.
       01 WS-REPLAY-STATUS PIC XX.
           88 WS-REPLAY-OK VALUE '00'.
       01 WS-LIB-STATUS PIC XX.
           88 WS-LIB-OK VALUE '00'.
       01 WS-ROSTER-STATUS PIC XX.
           88 WS-ROSTER-OK VALUE '00'.
       01 WS-PRINT-STATUS PIC XX.
           88 WS-PRINT-OK VALUE '00'.
       01 WS-RHIST-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-RHIST-EOF VALUE 'Y'.
       01 WS-INDEX-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-INDEX-EOF VALUE 'Y'.
       01 WS-SHIST-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-SHIST-EOF VALUE 'Y'.
       01 WS-GAME-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-GAME-EOF VALUE 'Y'.
       01 WS-FILES-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FILES-OPEN VALUE 'Y'.
       01 WS-ROSTER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-ROSTER-AVAIL VALUE 'Y'.
       01 WS-REPLAY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-REPLAY-AVAIL VALUE 'Y'.
       01 WS-LIB-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-LIB-AVAIL VALUE 'Y'.
       01 WS-PERIOD-CLOSED-SWITCH PIC X(01) VALUE 'N'.
           88 WS-PERIOD-CLOSED VALUE 'Y'.
       01 WS-ARG-PERIOD PIC X(06).
       01 WS-CLOSE-PERIOD PIC 9(06) VALUE 0.
       01 WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD.
           02 WS-CP-YEAR PIC 9(04).
           02 WS-CP-MONTH PIC 9(02).
       01 WS-PERIOD-START PIC 9(08).
       01 WS-PERIOD-END PIC 9(08).
       01 WS-PARSE-SUB PIC 9(02).
       01 WS-PARSE-ERR-SWITCH PIC X(01) VALUE 'N'.
           88 WS-PARSE-ERROR VALUE 'Y'.
      * the categories in RB-CATEGORY order: H when the higher value
      * is the better one, L when the lower is
       01 WS-CATEGORY-DEF.
           02 FILLER PIC X(23) VALUE 'HLONGEST WINNING STREAK'.
           02 FILLER PIC X(23) VALUE 'HLONGEST UNBEATEN RUN  '.
           02 FILLER PIC X(23) VALUE 'HBIGGEST UPSET (RATING)'.
           02 FILLER PIC X(23) VALUE 'LFASTEST WIN (TURNS)   '.
           02 FILLER PIC X(23) VALUE 'LFASTEST WIN (SECONDS) '.
           02 FILLER PIC X(23) VALUE 'HHIGHEST FINAL SCORE   '.
           02 FILLER PIC X(23) VALUE 'HMOST GAMES IN A MONTH '.
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-DEF.
           02 WS-CT-ENTRY OCCURS 7.
               03 WS-CT-BETTER PIC X(01).
               03 WS-CT-DESC PIC X(22).
       01 WS-CAT-SUB PIC 9(02).
      * best found per category: span 1 is everything up to the end
      * of the period, span 2 the period alone (the monthly awards)
       01 WS-BEST-TABLE.
           02 WS-BT-SPAN OCCURS 2.
               03 WS-BT-ENTRY OCCURS 7.
                   04 WS-BT-FOUND PIC X(01).
                   04 WS-BT-HOLDER PIC 9(03).
                   04 WS-BT-VALUE PIC 9(07).
                   04 WS-BT-GAME-ID PIC X(10).
                   04 WS-BT-DATE PIC 9(08).
       01 WS-SPAN-SUB PIC 9(01).
      * one performance offered to the best table
       01 WS-CAND-CATEGORY PIC 9(02).
       01 WS-CAND-HOLDER PIC 9(03).
       01 WS-CAND-VALUE PIC 9(07).
       01 WS-CAND-GAME-ID PIC X(10).
       01 WS-CAND-DATE PIC 9(08).
       01 WS-CAND-BETTER-SWITCH PIC X(01).
           88 WS-CAND-BETTER VALUE 'Y'.
      * running streaks per player, in posting order
       01 WS-RUN-TABLE.
           02 WS-RN-ENTRY OCCURS 999.
               03 WS-RN-WINS PIC 9(05).
               03 WS-RN-UNBEATEN PIC 9(05).
      * results a correction took back out: each X record cancels the
      * earliest still-standing result of that game for that player
       01 WS-REVERSAL-TABLE.
           02 WS-RV-ENTRY OCCURS 500.
               03 WS-RV-GAME-ID PIC X(10).
               03 WS-RV-PLAYER PIC 9(03).
               03 WS-RV-COUNT PIC 9(03).
       01 WS-RV-USED PIC 9(03) VALUE 0.
       01 WS-RV-SUB PIC 9(03).
       01 WS-RV-FOUND-SWITCH PIC X(01).
           88 WS-RV-FOUND VALUE 'Y'.
       01 WS-RV-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-RV-FULL VALUE 'Y'.
      * PLYRRATE posts a game's two ledger records one after the
      * other; the first is held until its partner arrives
       01 WS-HELD-SWITCH PIC X(01) VALUE 'N'.
           88 WS-HELD-PRESENT VALUE 'Y'.
       01 WS-HD-GAME-ID PIC X(10).
       01 WS-HD-PLAYER PIC 9(03).
       01 WS-HD-OPPONENT PIC 9(03).
       01 WS-HD-OUTCOME PIC X(01).
       01 WS-HD-OLD-RATING PIC 9(04).
       01 WS-UPSET-GAP PIC S9(05).
      * prior snapshot per player for the games-in-a-month category
       01 WS-PRIOR-TABLE.
           02 WS-PR-ENTRY OCCURS 999.
               03 WS-PR-PLAYED PIC 9(05).
               03 WS-PR-SEEN-FLAG PIC X(01).
       01 WS-FIRST-PERIOD PIC 9(06).
       01 WS-MONTH-GAMES PIC S9(05).
      * clock of one won game
       01 WS-REPLAY-WORK.
           COPY REPLYREC.
       01 WS-CLOCK-RECORDS PIC 9(05).
       01 WS-CLOCK-STAMPS PIC 9(05).
       01 WS-CLOCK-FIRST PIC 9(12).
       01 WS-CLOCK-LAST PIC 9(12).
       01 WS-CLOCK-ELAPSED PIC 9(12).
       01 WS-CLOCK-SECONDS PIC 9(07).
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
       01 WS-BOOK-FOUND-SWITCH PIC X(01).
           88 WS-BOOK-FOUND VALUE 'Y'.
       01 WS-BROKEN-COUNT PIC 9(02) VALUE 0.
       01 WS-LOOKUP-PLAYER PIC 9(03).
       01 WS-LOOKUP-NAME PIC X(20).
       01 WS-LOOKUP-ID-DISP PIC ZZ9.
       01 WS-TITLE-LINE.
           02 FILLER PIC X(35) VALUE
           'CLUB AWARDS AND RECORDS FOR PERIOD '.
           02 WS-TL-PERIOD PIC 9(06).
       01 WS-HEAD-LINE.
           02 FILLER PIC X(23) VALUE 'CATEGORY'.
           02 FILLER PIC X(21) VALUE 'HOLDER'.
           02 FILLER PIC X(09) VALUE '  VALUE'.
           02 FILLER PIC X(12) VALUE 'GAME ID'.
           02 FILLER PIC X(04) VALUE 'DATE'.
       01 WS-DETAIL-LINE.
           02 WS-DL-DESC PIC X(22).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-DL-NAME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-DL-VALUE PIC Z(06)9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DL-GAME-ID PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DL-DATE PIC 9(08).
       01 WS-NONE-LINE.
           02 WS-NL-DESC PIC X(22).
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(16) VALUE 'NONE THIS PERIOD'.
       01 WS-PREV-LINE.
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(17) VALUE 'PREVIOUS RECORD: '.
           02 WS-PV-NAME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-PV-VALUE PIC Z(06)9.
       01 WS-SECTION-LINE PIC X(80).
       01 WS-SUMMARY-LINE.
           02 FILLER PIC X(27) VALUE 'RECORDS BROKEN THIS PERIOD '.
           02 WS-SM-COUNT PIC Z9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-SCAN-RATING-HISTORY
                   THRU 2000-SCAN-RATING-HISTORY-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-SCAN-GAME-INDEX
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-SCAN-STATS-HISTORY
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5000-UPDATE-RECORDS-BOOK
                   THRU 5000-UPDATE-RECORDS-BOOK-EXIT
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 7 OR RETURN-CODE NOT = 0
           END-IF
           IF RETURN-CODE = 0
               PERFORM 6000-PRINT-AWARDS-REPORT
           END-IF
           IF WS-FILES-OPEN
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-ARG-PERIOD FROM COMMAND-LINE
           MOVE 'N' TO WS-PARSE-ERR-SWITCH
           PERFORM 1100-CHECK-PERIOD-DIGIT
               VARYING WS-PARSE-SUB FROM 1 BY 1
               UNTIL WS-PARSE-SUB > 6
           IF WS-PARSE-ERROR
               DISPLAY 'RECBOOK: PERIOD YYYYMM REQUIRED ON '
                   'COMMAND LINE'
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE WS-ARG-PERIOD TO WS-CLOSE-PERIOD-X
           IF WS-CP-MONTH < 1 OR WS-CP-MONTH > 12
               DISPLAY 'RECBOOK: PERIOD MONTH MUST BE 01-12'
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           COMPUTE WS-PERIOD-START = WS-CLOSE-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END = WS-CLOSE-PERIOD * 100 + 31
           OPEN INPUT FC-STATS-HIST
           IF NOT WS-SHIST-OK
               DISPLAY 'RECBOOK: UNABLE TO OPEN STATS.HISTORY, '
                   'STATUS ' WS-SHIST-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
      * the book is only written over a closed month
           MOVE WS-CLOSE-PERIOD TO SH-PERIOD
           MOVE 0 TO SH-PLAYER-ID
           START FC-STATS-HIST
               KEY IS GREATER THAN OR EQUAL TO SH-SNAP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FC-STATS-HIST NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SH-PERIOD = WS-CLOSE-PERIOD
                               SET WS-PERIOD-CLOSED TO TRUE
                           END-IF
                   END-READ
           END-START
           IF NOT WS-PERIOD-CLOSED
               DISPLAY 'RECBOOK: PERIOD ' WS-CLOSE-PERIOD
                   ' NOT CLOSED - RUN STATCLSE FIRST'
               MOVE 90 TO RETURN-CODE
               CLOSE FC-STATS-HIST
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN INPUT FC-GAME-INDEX
           IF NOT WS-INDEX-OK
               DISPLAY 'RECBOOK: UNABLE TO OPEN GAME.INDEX, '
                   'STATUS ' WS-INDEX-STATUS
               MOVE 90 TO RETURN-CODE
               CLOSE FC-STATS-HIST
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN I-O FC-RECORDS-BOOK
           IF WS-RECBK-STATUS = '35'
               PERFORM 1200-CREATE-RECORDS-BOOK
                   THRU 1200-CREATE-RECORDS-BOOK-EXIT
           END-IF
           IF NOT WS-RECBK-OK
               IF RETURN-CODE = 0
                   DISPLAY 'RECBOOK: UNABLE TO OPEN CLUB.RECORDS, '
                       'STATUS ' WS-RECBK-STATUS
                   MOVE 90 TO RETURN-CODE
               END-IF
               CLOSE FC-STATS-HIST
               CLOSE FC-GAME-INDEX
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN OUTPUT FC-PRINT-FILE
           IF NOT WS-PRINT-OK
               DISPLAY 'RECBOOK: UNABLE TO OPEN AWARDS.RPT, '
                   'STATUS ' WS-PRINT-STATUS
               MOVE 90 TO RETURN-CODE
               CLOSE FC-STATS-HIST
               CLOSE FC-GAME-INDEX
               CLOSE FC-RECORDS-BOOK
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           OPEN INPUT FC-PLAYER-ROSTER
           IF WS-ROSTER-OK
               SET WS-ROSTER-AVAIL TO TRUE
           END-IF
           OPEN INPUT FC-REPLAY-FILE
           IF WS-REPLAY-OK
               SET WS-REPLAY-AVAIL TO TRUE
           END-IF
           OPEN INPUT FC-GAME-LIB
           IF WS-LIB-OK
               SET WS-LIB-AVAIL TO TRUE
           END-IF
           MOVE ZEROS TO WS-BEST-TABLE
           MOVE ZEROS TO WS-RUN-TABLE
           MOVE ZEROS TO WS-PRIOR-TABLE.
       1000-INITIALIZE-EXIT.
           EXIT.
       1100-CHECK-PERIOD-DIGIT.
           IF WS-ARG-PERIOD(WS-PARSE-SUB:1) < '0'
                   OR WS-ARG-PERIOD(WS-PARSE-SUB:1) > '9'
               SET WS-PARSE-ERROR TO TRUE
           END-IF.
       1200-CREATE-RECORDS-BOOK.
           OPEN OUTPUT FC-RECORDS-BOOK
           IF NOT WS-RECBK-OK
               DISPLAY 'RECBOOK: UNABLE TO CREATE CLUB.RECORDS, '
                   'STATUS ' WS-RECBK-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1200-CREATE-RECORDS-BOOK-EXIT
           END-IF
           CLOSE FC-RECORDS-BOOK
           OPEN I-O FC-RECORDS-BOOK
           IF NOT WS-RECBK-OK
               DISPLAY 'RECBOOK: UNABLE TO REOPEN CLUB.RECORDS, '
                   'STATUS ' WS-RECBK-STATUS
               MOVE 90 TO RETURN-CODE
           END-IF.
       1200-CREATE-RECORDS-BOOK-EXIT.
           EXIT.
      * two passes over the ledger: the first banks the X reversals,
      * the second replays the results that still stand in the order
      * they were posted.  no ledger yet means no rated results.
       2000-SCAN-RATING-HISTORY.
           OPEN INPUT FC-RATING-HIST
           IF WS-RHIST-STATUS = '35'
               GO TO 2000-SCAN-RATING-HISTORY-EXIT
           END-IF
           IF NOT WS-RHIST-OK
               DISPLAY 'RECBOOK: UNABLE TO OPEN RATING.HISTORY, '
                   'STATUS ' WS-RHIST-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 2000-SCAN-RATING-HISTORY-EXIT
           END-IF
           PERFORM 2100-COUNT-REVERSAL UNTIL WS-RHIST-EOF
           CLOSE FC-RATING-HIST
           OPEN INPUT FC-RATING-HIST
           IF NOT WS-RHIST-OK
               DISPLAY 'RECBOOK: UNABLE TO REOPEN RATING.HISTORY, '
                   'STATUS ' WS-RHIST-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 2000-SCAN-RATING-HISTORY-EXIT
           END-IF
           MOVE 'N' TO WS-RHIST-EOF-SWITCH
           PERFORM 2200-READ-RESULT UNTIL WS-RHIST-EOF
           CLOSE FC-RATING-HIST.
       2000-SCAN-RATING-HISTORY-EXIT.
           EXIT.
       2100-COUNT-REVERSAL.
           READ FC-RATING-HIST
               AT END
                   SET WS-RHIST-EOF TO TRUE
               NOT AT END
                   IF RH-OUTCOME-REVERSAL
                       PERFORM 2150-ADD-REVERSAL
                   END-IF
           END-READ.
       2150-ADD-REVERSAL.
           PERFORM 2160-FIND-REVERSAL
           IF WS-RV-FOUND
               ADD 1 TO WS-RV-COUNT(WS-RV-SUB)
           ELSE
               IF WS-RV-USED < 500
                   ADD 1 TO WS-RV-USED
                   MOVE RH-GAME-ID TO WS-RV-GAME-ID(WS-RV-USED)
                   MOVE RH-PLAYER-ID TO WS-RV-PLAYER(WS-RV-USED)
                   MOVE 1 TO WS-RV-COUNT(WS-RV-USED)
               ELSE
                   IF NOT WS-RV-FULL
                       DISPLAY 'RECBOOK: MORE THAN 500 CORRECTED '
                           'RESULTS - EXTRAS COUNTED AS POSTED'
                       SET WS-RV-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.
       2160-FIND-REVERSAL.
           MOVE 'N' TO WS-RV-FOUND-SWITCH
           PERFORM 2170-MATCH-REVERSAL
               VARYING WS-RV-SUB FROM 1 BY 1
               UNTIL WS-RV-SUB > WS-RV-USED OR WS-RV-FOUND
           IF WS-RV-FOUND
               SUBTRACT 1 FROM WS-RV-SUB
           END-IF.
       2170-MATCH-REVERSAL.
           IF WS-RV-GAME-ID(WS-RV-SUB) = RH-GAME-ID
                   AND WS-RV-PLAYER(WS-RV-SUB) = RH-PLAYER-ID
               SET WS-RV-FOUND TO TRUE
           END-IF.
       2200-READ-RESULT.
           READ FC-RATING-HIST
               AT END
                   SET WS-RHIST-EOF TO TRUE
               NOT AT END
                   PERFORM 2300-APPLY-RESULT
                       THRU 2300-APPLY-RESULT-EXIT
           END-READ.
       2300-APPLY-RESULT.
           IF RH-OUTCOME-REVERSAL OR RH-DATE > WS-PERIOD-END
                   OR RH-PLAYER-ID < 1
               GO TO 2300-APPLY-RESULT-EXIT
           END-IF
           PERFORM 2160-FIND-REVERSAL
           IF WS-RV-FOUND
               IF WS-RV-COUNT(WS-RV-SUB) > 0
                   SUBTRACT 1 FROM WS-RV-COUNT(WS-RV-SUB)
                   GO TO 2300-APPLY-RESULT-EXIT
               END-IF
           END-IF
           MOVE RH-PLAYER-ID TO WS-CAND-HOLDER
           MOVE RH-GAME-ID TO WS-CAND-GAME-ID
           MOVE RH-DATE TO WS-CAND-DATE
           EVALUATE TRUE
               WHEN RH-OUTCOME-WIN
                   ADD 1 TO WS-RN-WINS(RH-PLAYER-ID)
                   ADD 1 TO WS-RN-UNBEATEN(RH-PLAYER-ID)
                   MOVE 1 TO WS-CAND-CATEGORY
                   MOVE WS-RN-WINS(RH-PLAYER-ID) TO WS-CAND-VALUE
                   PERFORM 7000-OFFER-CANDIDATE
                   MOVE 2 TO WS-CAND-CATEGORY
                   MOVE WS-RN-UNBEATEN(RH-PLAYER-ID) TO WS-CAND-VALUE
                   PERFORM 7000-OFFER-CANDIDATE
               WHEN RH-OUTCOME-DRAW
                   MOVE 0 TO WS-RN-WINS(RH-PLAYER-ID)
                   ADD 1 TO WS-RN-UNBEATEN(RH-PLAYER-ID)
                   MOVE 2 TO WS-CAND-CATEGORY
                   MOVE WS-RN-UNBEATEN(RH-PLAYER-ID) TO WS-CAND-VALUE
                   PERFORM 7000-OFFER-CANDIDATE
               WHEN OTHER
                   MOVE 0 TO WS-RN-WINS(RH-PLAYER-ID)
                   MOVE 0 TO WS-RN-UNBEATEN(RH-PLAYER-ID)
           END-EVALUATE
           PERFORM 2400-PAIR-FOR-UPSET.
       2300-APPLY-RESULT-EXIT.
           EXIT.
       2400-PAIR-FOR-UPSET.
           IF WS-HELD-PRESENT
                   AND WS-HD-GAME-ID = RH-GAME-ID
                   AND WS-HD-PLAYER = RH-OPPONENT
                   AND WS-HD-OPPONENT = RH-PLAYER-ID
                   AND RH-OPPONENT NOT = RH-PLAYER-ID
               MOVE 'N' TO WS-HELD-SWITCH
               PERFORM 2450-SCORE-UPSET
           ELSE
               SET WS-HELD-PRESENT TO TRUE
               MOVE RH-GAME-ID TO WS-HD-GAME-ID
               MOVE RH-PLAYER-ID TO WS-HD-PLAYER
               MOVE RH-OPPONENT TO WS-HD-OPPONENT
               MOVE RH-OUTCOME TO WS-HD-OUTCOME
               MOVE RH-OLD-RATING TO WS-HD-OLD-RATING
           END-IF.
      * the gap is the loser's rating less the winner's, both as they
      * stood before the game; a favourite winning is no upset
       2450-SCORE-UPSET.
           MOVE 0 TO WS-UPSET-GAP
           IF RH-OUTCOME-WIN
               COMPUTE WS-UPSET-GAP = WS-HD-OLD-RATING - RH-OLD-RATING
               MOVE RH-PLAYER-ID TO WS-CAND-HOLDER
           END-IF
           IF WS-HD-OUTCOME = 'W'
               COMPUTE WS-UPSET-GAP = RH-OLD-RATING - WS-HD-OLD-RATING
               MOVE WS-HD-PLAYER TO WS-CAND-HOLDER
           END-IF
           IF WS-UPSET-GAP > 0
               MOVE 3 TO WS-CAND-CATEGORY
               MOVE WS-UPSET-GAP TO WS-CAND-VALUE
               PERFORM 7000-OFFER-CANDIDATE
           END-IF.
       3000-SCAN-GAME-INDEX.
           PERFORM 3100-READ-INDEX-ENTRY UNTIL WS-INDEX-EOF.
       3100-READ-INDEX-ENTRY.
           READ FC-GAME-INDEX NEXT RECORD
               AT END
                   SET WS-INDEX-EOF TO TRUE
               NOT AT END
                   PERFORM 3200-TAKE-INDEX-ENTRY
                       THRU 3200-TAKE-INDEX-ENTRY-EXIT
           END-READ.
      * the final score goes to the winner, or to the first mover of
      * a drawn game; the fastest wins only look at the winner's side
       3200-TAKE-INDEX-ENTRY.
           IF NOT GX-HAS-RESULT OR GX-GAME-DATE > WS-PERIOD-END
               GO TO 3200-TAKE-INDEX-ENTRY-EXIT
           END-IF
           MOVE GX-PLAYER-ID TO WS-CAND-HOLDER
           MOVE GX-GAME-ID TO WS-CAND-GAME-ID
           MOVE GX-GAME-DATE TO WS-CAND-DATE
           IF GX-OUTCOME-WIN OR (GX-OUTCOME-DRAW AND GX-SEAT-A)
               IF GX-FINAL-SCORE > 0
                   MOVE 6 TO WS-CAND-CATEGORY
                   MOVE GX-FINAL-SCORE TO WS-CAND-VALUE
                   PERFORM 7000-OFFER-CANDIDATE
               END-IF
           END-IF
           IF NOT GX-OUTCOME-WIN
               GO TO 3200-TAKE-INDEX-ENTRY-EXIT
           END-IF
           IF GX-TURN-COUNT > 0
               MOVE 4 TO WS-CAND-CATEGORY
               MOVE GX-TURN-COUNT TO WS-CAND-VALUE
               PERFORM 7000-OFFER-CANDIDATE
           END-IF
           PERFORM 3500-TIME-THE-GAME
           IF WS-CLOCK-SECONDS > 0
               MOVE 5 TO WS-CAND-CATEGORY
               MOVE WS-CLOCK-SECONDS TO WS-CAND-VALUE
               PERFORM 7000-OFFER-CANDIDATE
           END-IF.
       3200-TAKE-INDEX-ENTRY-EXIT.
           EXIT.
      * the game is read from the file the index names, and from the
      * other one if it has moved since the index was posted
       3500-TIME-THE-GAME.
           MOVE 0 TO WS-CLOCK-RECORDS
           MOVE 0 TO WS-CLOCK-STAMPS
           MOVE 0 TO WS-CLOCK-FIRST
           MOVE 0 TO WS-CLOCK-LAST
           MOVE 0 TO WS-CLOCK-SECONDS
           IF GX-IN-LIVE
               PERFORM 3600-CLOCK-FROM-LIVE
                   THRU 3600-CLOCK-FROM-LIVE-EXIT
               IF WS-CLOCK-RECORDS = 0
                   PERFORM 3700-CLOCK-FROM-LIBRARY
                       THRU 3700-CLOCK-FROM-LIBRARY-EXIT
               END-IF
           ELSE
               PERFORM 3700-CLOCK-FROM-LIBRARY
                   THRU 3700-CLOCK-FROM-LIBRARY-EXIT
               IF WS-CLOCK-RECORDS = 0
                   PERFORM 3600-CLOCK-FROM-LIVE
                       THRU 3600-CLOCK-FROM-LIVE-EXIT
               END-IF
           END-IF
           IF WS-CLOCK-STAMPS > 1 AND WS-CLOCK-LAST > WS-CLOCK-FIRST
               COMPUTE WS-CLOCK-ELAPSED =
                   WS-CLOCK-LAST - WS-CLOCK-FIRST
               IF WS-CLOCK-ELAPSED <= 9999999
                   MOVE WS-CLOCK-ELAPSED TO WS-CLOCK-SECONDS
               END-IF
           END-IF.
       3600-CLOCK-FROM-LIVE.
           IF NOT WS-REPLAY-AVAIL
               GO TO 3600-CLOCK-FROM-LIVE-EXIT
           END-IF
           MOVE 'N' TO WS-GAME-EOF-SWITCH
           MOVE GX-GAME-ID TO FS-REPLAY-GAME-ID OF FS-REPLAY
           MOVE 0 TO FS-REPLAY-TURN-NUM OF FS-REPLAY
           MOVE SPACE TO FS-REPLAY-REC-TYPE OF FS-REPLAY
           START FC-REPLAY-FILE
               KEY IS GREATER THAN OR EQUAL TO
                   FS-REPLAY-KEY OF FS-REPLAY
               INVALID KEY
                   SET WS-GAME-EOF TO TRUE
           END-START
           PERFORM 3650-READ-LIVE-CLOCK UNTIL WS-GAME-EOF.
       3600-CLOCK-FROM-LIVE-EXIT.
           EXIT.
       3650-READ-LIVE-CLOCK.
           READ FC-REPLAY-FILE NEXT RECORD
               AT END
                   SET WS-GAME-EOF TO TRUE
               NOT AT END
                   IF FS-REPLAY-GAME-ID OF FS-REPLAY NOT = GX-GAME-ID
                       SET WS-GAME-EOF TO TRUE
                   ELSE
                       MOVE FS-REPLAY TO WS-REPLAY-WORK
                       PERFORM 3800-TAKE-CLOCK-RECORD
                   END-IF
           END-READ.
       3700-CLOCK-FROM-LIBRARY.
           IF NOT WS-LIB-AVAIL
               GO TO 3700-CLOCK-FROM-LIBRARY-EXIT
           END-IF
           MOVE 'N' TO WS-GAME-EOF-SWITCH
           MOVE GX-GAME-ID TO FS-REPLAY-GAME-ID OF FS-LIB-REC
           MOVE 0 TO FS-REPLAY-TURN-NUM OF FS-LIB-REC
           MOVE SPACE TO FS-REPLAY-REC-TYPE OF FS-LIB-REC
           START FC-GAME-LIB
               KEY IS GREATER THAN OR EQUAL TO
                   FS-REPLAY-KEY OF FS-LIB-REC
               INVALID KEY
                   SET WS-GAME-EOF TO TRUE
           END-START
           PERFORM 3750-READ-LIB-CLOCK UNTIL WS-GAME-EOF.
       3700-CLOCK-FROM-LIBRARY-EXIT.
           EXIT.
       3750-READ-LIB-CLOCK.
           READ FC-GAME-LIB NEXT RECORD
               AT END
                   SET WS-GAME-EOF TO TRUE
               NOT AT END
                   IF FS-REPLAY-GAME-ID OF FS-LIB-REC NOT = GX-GAME-ID
                       SET WS-GAME-EOF TO TRUE
                   ELSE
                       MOVE FS-LIB-REC TO WS-REPLAY-WORK
                       PERFORM 3800-TAKE-CLOCK-RECORD
                   END-IF
           END-READ.
       3800-TAKE-CLOCK-RECORD.
           ADD 1 TO WS-CLOCK-RECORDS
           IF FS-REPLAY-IS-TIME OF WS-REPLAY-WORK
               PERFORM 8000-STAMP-TO-SECONDS
                   THRU 8000-STAMP-TO-SECONDS-DONE
               IF WS-STAMP-SECONDS > 0
                   IF WS-CLOCK-STAMPS = 0
                       MOVE WS-STAMP-SECONDS TO WS-CLOCK-FIRST
                   END-IF
                   MOVE WS-STAMP-SECONDS TO WS-CLOCK-LAST
                   ADD 1 TO WS-CLOCK-STAMPS
               END-IF
           END-IF.
      * games in a month are the growth in a player's lifetime total
      * from one snapshot to the next; the first period on file only
      * seeds the prior totals since it holds everything before it
       4000-SCAN-STATS-HISTORY.
           MOVE 0 TO WS-FIRST-PERIOD
           MOVE 'N' TO WS-SHIST-EOF-SWITCH
           MOVE LOW-VALUES TO SH-SNAP-KEY
           START FC-STATS-HIST
               KEY IS GREATER THAN OR EQUAL TO SH-SNAP-KEY
               INVALID KEY
                   SET WS-SHIST-EOF TO TRUE
           END-START
           PERFORM 4100-READ-SNAPSHOT UNTIL WS-SHIST-EOF.
       4100-READ-SNAPSHOT.
           READ FC-STATS-HIST NEXT RECORD
               AT END
                   SET WS-SHIST-EOF TO TRUE
               NOT AT END
                   IF SH-PERIOD > WS-CLOSE-PERIOD
                       SET WS-SHIST-EOF TO TRUE
                   ELSE
                       PERFORM 4200-TAKE-SNAPSHOT
                   END-IF
           END-READ.
       4200-TAKE-SNAPSHOT.
           IF WS-FIRST-PERIOD = 0
               MOVE SH-PERIOD TO WS-FIRST-PERIOD
           END-IF
           IF SH-PLAYER-ID >= 1
               IF SH-PERIOD NOT = WS-FIRST-PERIOD
                   PERFORM 4300-OFFER-MONTH-GAMES
               END-IF
               MOVE SH-GAMES-PLAYED TO WS-PR-PLAYED(SH-PLAYER-ID)
               MOVE 'Y' TO WS-PR-SEEN-FLAG(SH-PLAYER-ID)
           END-IF.
       4300-OFFER-MONTH-GAMES.
           IF WS-PR-SEEN-FLAG(SH-PLAYER-ID) = 'Y'
               COMPUTE WS-MONTH-GAMES = SH-GAMES-PLAYED
                   - WS-PR-PLAYED(SH-PLAYER-ID)
           ELSE
               MOVE SH-GAMES-PLAYED TO WS-MONTH-GAMES
           END-IF
           IF WS-MONTH-GAMES > 0
               MOVE 7 TO WS-CAND-CATEGORY
               MOVE SH-PLAYER-ID TO WS-CAND-HOLDER
               MOVE WS-MONTH-GAMES TO WS-CAND-VALUE
               MOVE SPACES TO WS-CAND-GAME-ID
               COMPUTE WS-CAND-DATE = SH-PERIOD * 100 + 1
               PERFORM 7000-OFFER-CANDIDATE
           END-IF.
      * a performance is put up against the all-time best and, when
      * it falls in the period, the period's best
       7000-OFFER-CANDIDATE.
           IF WS-CAND-DATE <= WS-PERIOD-END
               MOVE 1 TO WS-SPAN-SUB
               PERFORM 7100-OFFER-TO-SPAN
               IF WS-CAND-DATE >= WS-PERIOD-START
                   MOVE 2 TO WS-SPAN-SUB
                   PERFORM 7100-OFFER-TO-SPAN
               END-IF
           END-IF.
      * better value wins; the same value wins only if it came first
       7100-OFFER-TO-SPAN.
           MOVE 'N' TO WS-CAND-BETTER-SWITCH
           IF WS-BT-FOUND(WS-SPAN-SUB, WS-CAND-CATEGORY) NOT = 'Y'
               SET WS-CAND-BETTER TO TRUE
           ELSE
               IF WS-CT-BETTER(WS-CAND-CATEGORY) = 'H'
                   IF WS-CAND-VALUE >
                           WS-BT-VALUE(WS-SPAN-SUB, WS-CAND-CATEGORY)
                       SET WS-CAND-BETTER TO TRUE
                   END-IF
               ELSE
                   IF WS-CAND-VALUE <
                           WS-BT-VALUE(WS-SPAN-SUB, WS-CAND-CATEGORY)
                       SET WS-CAND-BETTER TO TRUE
                   END-IF
               END-IF
               IF WS-CAND-VALUE =
                       WS-BT-VALUE(WS-SPAN-SUB, WS-CAND-CATEGORY)
                       AND WS-CAND-DATE <
                       WS-BT-DATE(WS-SPAN-SUB, WS-CAND-CATEGORY)
                   SET WS-CAND-BETTER TO TRUE
               END-IF
           END-IF
           IF WS-CAND-BETTER
               MOVE 'Y' TO WS-BT-FOUND(WS-SPAN-SUB, WS-CAND-CATEGORY)
               MOVE WS-CAND-HOLDER
                   TO WS-BT-HOLDER(WS-SPAN-SUB, WS-CAND-CATEGORY)
               MOVE WS-CAND-VALUE
                   TO WS-BT-VALUE(WS-SPAN-SUB, WS-CAND-CATEGORY)
               MOVE WS-CAND-GAME-ID
                   TO WS-BT-GAME-ID(WS-SPAN-SUB, WS-CAND-CATEGORY)
               MOVE WS-CAND-DATE
                   TO WS-BT-DATE(WS-SPAN-SUB, WS-CAND-CATEGORY)
           END-IF.
      * the book only moves forward: a category is rewritten when the
      * all-time best strictly beats what it holds
       5000-UPDATE-RECORDS-BOOK.
           IF WS-BT-FOUND(1, WS-CAT-SUB) NOT = 'Y'
               GO TO 5000-UPDATE-RECORDS-BOOK-EXIT
           END-IF
           MOVE 'N' TO WS-BOOK-FOUND-SWITCH
           MOVE WS-CAT-SUB TO RB-CATEGORY
           READ FC-RECORDS-BOOK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BOOK-FOUND TO TRUE
           END-READ
           IF WS-BOOK-FOUND
               MOVE 'N' TO WS-CAND-BETTER-SWITCH
               IF WS-CT-BETTER(WS-CAT-SUB) = 'H'
                   IF WS-BT-VALUE(1, WS-CAT-SUB) > RB-VALUE
                       SET WS-CAND-BETTER TO TRUE
                   END-IF
               ELSE
                   IF WS-BT-VALUE(1, WS-CAT-SUB) < RB-VALUE
                       SET WS-CAND-BETTER TO TRUE
                   END-IF
               END-IF
               IF NOT WS-CAND-BETTER
                   GO TO 5000-UPDATE-RECORDS-BOOK-EXIT
               END-IF
               MOVE RB-HOLDER TO RB-PREV-HOLDER
               MOVE RB-VALUE TO RB-PREV-VALUE
           ELSE
               MOVE SPACES TO FS-RECORDS-BOOK
               MOVE WS-CAT-SUB TO RB-CATEGORY
               MOVE 0 TO RB-PREV-HOLDER
               MOVE 0 TO RB-PREV-VALUE
           END-IF
           MOVE WS-BT-HOLDER(1, WS-CAT-SUB) TO RB-HOLDER
           MOVE WS-BT-VALUE(1, WS-CAT-SUB) TO RB-VALUE
           MOVE WS-BT-GAME-ID(1, WS-CAT-SUB) TO RB-GAME-ID
           MOVE WS-BT-DATE(1, WS-CAT-SUB) TO RB-DATE-SET
           MOVE WS-CLOSE-PERIOD TO RB-PERIOD-SET
           IF WS-BOOK-FOUND
               REWRITE FS-RECORDS-BOOK
           ELSE
               WRITE FS-RECORDS-BOOK
           END-IF
           IF NOT WS-RECBK-OK
               DISPLAY 'RECBOOK: CLUB.RECORDS UPDATE FAILED, STATUS '
                   WS-RECBK-STATUS
               MOVE 90 TO RETURN-CODE
           END-IF.
       5000-UPDATE-RECORDS-BOOK-EXIT.
           EXIT.
       6000-PRINT-AWARDS-REPORT.
           MOVE WS-CLOSE-PERIOD TO WS-TL-PERIOD
           MOVE WS-TITLE-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE 'AWARDS - BEST OF THE PERIOD' TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE WS-HEAD-LINE TO PR-LINE
           WRITE PR-LINE
           PERFORM 6100-PRINT-ONE-AWARD
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 7
           MOVE 'CLUB RECORDS BROKEN THIS PERIOD' TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE WS-HEAD-LINE TO PR-LINE
           WRITE PR-LINE
           PERFORM 6200-PRINT-IF-BROKEN
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 7
           IF WS-BROKEN-COUNT = 0
               MOVE 'NO CLUB RECORDS BROKEN' TO WS-SECTION-LINE
               MOVE WS-SECTION-LINE TO PR-LINE
               WRITE PR-LINE
           END-IF
           MOVE 'CLUB RECORDS BOOK' TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE WS-HEAD-LINE TO PR-LINE
           WRITE PR-LINE
           PERFORM 6300-PRINT-BOOK-ENTRY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 7
           MOVE WS-BROKEN-COUNT TO WS-SM-COUNT
           MOVE WS-SUMMARY-LINE TO PR-LINE
           WRITE PR-LINE.
       6100-PRINT-ONE-AWARD.
           IF WS-BT-FOUND(2, WS-CAT-SUB) = 'Y'
               MOVE WS-CT-DESC(WS-CAT-SUB) TO WS-DL-DESC
               MOVE WS-BT-HOLDER(2, WS-CAT-SUB) TO WS-LOOKUP-PLAYER
               PERFORM 8200-LOOKUP-PLAYER-NAME
               MOVE WS-LOOKUP-NAME TO WS-DL-NAME
               MOVE WS-BT-VALUE(2, WS-CAT-SUB) TO WS-DL-VALUE
               MOVE WS-BT-GAME-ID(2, WS-CAT-SUB) TO WS-DL-GAME-ID
               MOVE WS-BT-DATE(2, WS-CAT-SUB) TO WS-DL-DATE
               MOVE WS-DETAIL-LINE TO PR-LINE
           ELSE
               MOVE WS-CT-DESC(WS-CAT-SUB) TO WS-NL-DESC
               MOVE WS-NONE-LINE TO PR-LINE
           END-IF
           WRITE PR-LINE.
      * broken this period: put in the book by this close, by a
      * performance dated in the period (the first run over old
      * history fills the book without calling it all new)
       6200-PRINT-IF-BROKEN.
           MOVE WS-CAT-SUB TO RB-CATEGORY
           READ FC-RECORDS-BOOK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RB-PERIOD-SET = WS-CLOSE-PERIOD
                           AND RB-DATE-SET >= WS-PERIOD-START
                           AND RB-DATE-SET <= WS-PERIOD-END
                       PERFORM 6250-PRINT-BROKEN-ENTRY
                   END-IF
           END-READ.
       6250-PRINT-BROKEN-ENTRY.
           PERFORM 6400-FORMAT-BOOK-LINE
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PR-LINE
           ADD 1 TO WS-BROKEN-COUNT
           IF RB-PREV-HOLDER NOT = 0
               MOVE RB-PREV-HOLDER TO WS-LOOKUP-PLAYER
               PERFORM 8200-LOOKUP-PLAYER-NAME
               MOVE WS-LOOKUP-NAME TO WS-PV-NAME
               MOVE RB-PREV-VALUE TO WS-PV-VALUE
               MOVE WS-PREV-LINE TO PR-LINE
           ELSE
               MOVE '      FIRST TIME SET' TO PR-LINE
           END-IF
           WRITE PR-LINE.
       6300-PRINT-BOOK-ENTRY.
           MOVE WS-CAT-SUB TO RB-CATEGORY
           READ FC-RECORDS-BOOK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 6400-FORMAT-BOOK-LINE
                   MOVE WS-DETAIL-LINE TO PR-LINE
                   WRITE PR-LINE
           END-READ.
       6400-FORMAT-BOOK-LINE.
           MOVE WS-CT-DESC(WS-CAT-SUB) TO WS-DL-DESC
           MOVE RB-HOLDER TO WS-LOOKUP-PLAYER
           PERFORM 8200-LOOKUP-PLAYER-NAME
           MOVE WS-LOOKUP-NAME TO WS-DL-NAME
           MOVE RB-VALUE TO WS-DL-VALUE
           MOVE RB-GAME-ID TO WS-DL-GAME-ID
           MOVE RB-DATE-SET TO WS-DL-DATE.
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
       8200-LOOKUP-PLAYER-NAME.
           MOVE SPACES TO WS-LOOKUP-NAME
           IF WS-ROSTER-AVAIL
               MOVE WS-LOOKUP-PLAYER TO RS-PLAYER-ID
               READ FC-PLAYER-ROSTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RS-PLAYER-NAME TO WS-LOOKUP-NAME
               END-READ
           END-IF
           IF WS-LOOKUP-NAME = SPACES
               MOVE WS-LOOKUP-PLAYER TO WS-LOOKUP-ID-DISP
               MOVE WS-LOOKUP-ID-DISP TO WS-LOOKUP-NAME
           END-IF.
       9000-TERMINATE.
           CLOSE FC-STATS-HIST
           CLOSE FC-GAME-INDEX
           CLOSE FC-RECORDS-BOOK
           IF WS-ROSTER-AVAIL
               CLOSE FC-PLAYER-ROSTER
           END-IF
           IF WS-REPLAY-AVAIL
               CLOSE FC-REPLAY-FILE
           END-IF
           IF WS-LIB-AVAIL
               CLOSE FC-GAME-LIB
           END-IF
           CLOSE FC-PRINT-FILE.
