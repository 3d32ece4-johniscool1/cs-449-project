       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSLTCORR.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. 10-15-26.
      * Result correction and back-out for games whose R-type result
      * trailer has already been posted.  Each transaction in
      * ./correct.trans (layout CORRTREC) names a game, the winner and
      * final score it should have carried, a reason code and who
      * authorised it.  For every accepted correction:
      *   - the trailer is rewritten wherever the game lives - the
      *     ./live.replay file, the ./game.library master and any
      *     archive named in ./archive.list - so a later PSTATRBL or
      *     RATERBL rebuild derives the corrected result
      *   - when the winner changes, the old outcome is taken back
      *     out of ./player.stats and each player's last rated entry
      *     for the game is reversed in ./player.rating with an 'X'
      *     record on ./rating.history, then the corrected result is
      *     pushed through PLYRSTAT and PLYRRATE exactly as addresult
      *     would have posted it
      *   - each participant's entry in the player-to-game index
      *     (./game.index) is given the corrected outcome and score
      *   - a before/after entry is added to the correction journal
      *     (./correct.rpt), which is extended run after run so every
      *     change stays traceable
      * A score-only correction rewrites the trailer and journals it
      * but leaves stats and ratings alone.  A rejected transaction
      * is journalled with the reason and the run ends RC 8.
      * The reversal moves each rating back by the points the game
      * was worth when it was rated; games rated since then are not
      * re-derived - run RATERBL when an exact replay is wanted.
      * Command line: [transaction-file]  (default ./correct.trans)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-CORR-TRANS ASSIGN TO WS-TRANS-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.
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
       SELECT FC-ARCHIVE-LIST ASSIGN TO './archive.list'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIST-STATUS.
       SELECT FC-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ARCH-STATUS.
       SELECT FC-PLAYER-STATS ASSIGN TO './player.stats'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PS-PLAYER-ID
                   FILE STATUS IS WS-PSTAT-STATUS.
       SELECT FC-PLAYER-RATING ASSIGN TO './player.rating'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-PLAYER-ID
                   FILE STATUS IS WS-RATING-STATUS.
       SELECT FC-RATING-HIST ASSIGN TO './rating.history'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RHIST-STATUS.
       SELECT FC-GAME-INDEX ASSIGN TO './game.index'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GX-KEY
                   ALTERNATE RECORD KEY IS GX-GAME-KEY
                   FILE STATUS IS WS-INDEX-STATUS.
       SELECT FC-PRINT-FILE ASSIGN TO './correct.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-CORR-TRANS.
       01 FS-CORR-TRANS.
           COPY CORRTREC.
       FD FC-REPLAY-FILE.
       01 FS-REPLAY.
           COPY REPLYREC.
       FD FC-GAME-LIB.
       01 FS-LIB-REC.
           COPY REPLYREC.
       FD FC-ARCHIVE-LIST.
       01 AL-LINE PIC X(40).
       FD FC-ARCHIVE-FILE.
       01 FS-ARCHIVE-REC.
           COPY REPLYREC.
       FD FC-PLAYER-STATS.
       01 FS-PLAYER-STATS.
           COPY PSTATREC.
       FD FC-PLAYER-RATING.
       01 FS-PLAYER-RATING.
           COPY PRATEREC.
       FD FC-RATING-HIST.
       01 FS-RHIST-REC.
           COPY RHISTREC.
       FD FC-GAME-INDEX.
       01 FS-GAME-INDEX.
           COPY GINDXREC.
       FD FC-PRINT-FILE.
       01 PR-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS PIC XX.
           88 WS-TRANS-OK VALUE '00'.
       01 WS-REPLAY-STATUS PIC XX.
           88 WS-REPLAY-OK VALUE '00'.
       01 WS-LIB-STATUS PIC XX.
           88 WS-LIB-OK VALUE '00'.
       01 WS-LIST-STATUS PIC XX.
           88 WS-LIST-OK VALUE '00'.
       01 WS-ARCH-STATUS PIC XX.
           88 WS-ARCH-OK VALUE '00'.
       01 WS-PSTAT-STATUS PIC XX.
           88 WS-PSTAT-OK VALUE '00'.
       01 WS-RATING-STATUS PIC XX.
           88 WS-RATING-OK VALUE '00'.
       01 WS-RHIST-STATUS PIC XX.
           88 WS-RHIST-OK VALUE '00'.
       01 WS-INDEX-STATUS PIC XX.
           88 WS-INDEX-OK VALUE '00'.
       01 WS-PRINT-STATUS PIC XX.
           88 WS-PRINT-OK VALUE '00'.
       01 WS-TRANS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-TRANS-EOF VALUE 'Y'.
       01 WS-REPLAY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-REPLAY-AVAIL VALUE 'Y'.
       01 WS-LIB-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-LIB-AVAIL VALUE 'Y'.
       01 WS-LIST-EOF-SWITCH PIC X(01).
           88 WS-LIST-EOF VALUE 'Y'.
       01 WS-ARCH-EOF-SWITCH PIC X(01).
           88 WS-ARCH-EOF VALUE 'Y'.
       01 WS-RHIST-EOF-SWITCH PIC X(01).
           88 WS-RHIST-EOF VALUE 'Y'.
       01 WS-SCAN-DONE-SWITCH PIC X(01).
           88 WS-SCAN-DONE VALUE 'Y'.
       01 WS-TRANS-NAME PIC X(40) VALUE './correct.trans'.
       01 WS-ARCHIVE-NAME PIC X(40).
       01 WS-COMMAND-LINE PIC X(80).
       01 WS-TRAILER-TURN-NUM PIC 9(05) VALUE 99999.
       01 WS-CURR-DATE PIC 9(08).
       01 WS-CURR-TIME PIC 9(08).
      * where the game's trailer was found and what it said before
      * this correction
       01 WS-IN-LIVE-SWITCH PIC X(01).
           88 WS-IN-LIVE VALUE 'Y'.
       01 WS-IN-LIB-SWITCH PIC X(01).
           88 WS-IN-LIB VALUE 'Y'.
       01 WS-OLD-WIN PIC 9(03).
       01 WS-OLD-SCORE PIC 9(05).
       01 WS-ARCH-FIXED PIC 9(03).
       01 WS-WIN-CHANGED-SWITCH PIC X(01).
           88 WS-WIN-CHANGED VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(30).
      * game participants, found from the M records the same way
      * REPLAY's addresult finds them
       01 WS-PART-A USAGE BINARY-LONG.
       01 WS-PART-B USAGE BINARY-LONG.
       01 WS-SCAN-GAME-ID PIC X(10).
       01 WS-SCAN-PLAYER PIC 9(03).
      * per-participant working fields for the back-out
       01 WS-TARGET-PLAYER PIC 9(03).
       01 WS-TARGET-WIN PIC 9(03).
       01 WS-TARGET-OUTCOME PIC X(01).
           88 WS-TARGET-WON VALUE 'W'.
           88 WS-TARGET-LOST VALUE 'L'.
           88 WS-TARGET-DREW VALUE 'D'.
      * each player's last rated ledger entry for the game - a prior
      * correction's replacement entries win over the original ones
      * because they come later in the ledger
       01 WS-LEDGER-TABLE.
           02 WS-LG-ENTRY OCCURS 2.
               03 WS-LG-PLAYER PIC 9(03).
               03 WS-LG-OPPONENT PIC 9(03).
               03 WS-LG-FOUND-SWITCH PIC X(01).
                   88 WS-LG-FOUND VALUE 'Y'.
               03 WS-LG-OLD-RATING PIC 9(04).
               03 WS-LG-NEW-RATING PIC 9(04).
               03 WS-LG-BEFORE PIC 9(04).
               03 WS-LG-REVERSED PIC 9(04).
               03 WS-LG-AFTER PIC 9(04).
               03 WS-LG-OLD-OUTCOME PIC X(01).
               03 WS-LG-NEW-OUTCOME PIC X(01).
       01 WS-LG-SUB PIC 9(01).
       01 WS-LG-USED PIC 9(01).
       01 WS-REVERSED-RATING PIC S9(05).
       01 WS-RATING-FLOOR PIC 9(04) VALUE 100.
      * call interface to PLYRSTAT and PLYRRATE - matches what REPLAY
      * passes
       01 WS-CALL-GAME-ID PIC X(10).
       01 WS-CALL-WIN USAGE BINARY-LONG.
       01 WS-CALL-RC USAGE BINARY-LONG.
       01 WS-TRANS-READ PIC 9(05) VALUE 0.
       01 WS-TRANS-APPLIED PIC 9(05) VALUE 0.
       01 WS-TRANS-REJECTED PIC 9(05) VALUE 0.
       01 WS-RUN-HEAD-LINE.
           02 FILLER PIC X(30) VALUE
           'RESULT CORRECTION JOURNAL   '.
           02 FILLER PIC X(05) VALUE 'RUN: '.
           02 WS-RH-DATE PIC 9(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-RH-TIME PIC 9(06).
           02 FILLER PIC X(08) VALUE '  FILE: '.
           02 WS-RH-TRANS PIC X(22).
       01 WS-GAME-LINE.
           02 FILLER PIC X(06) VALUE 'GAME: '.
           02 WS-GL-GAME-ID PIC X(10).
           02 FILLER PIC X(10) VALUE '  REASON: '.
           02 WS-GL-REASON PIC X(04).
           02 FILLER PIC X(17) VALUE '  AUTHORISED BY: '.
           02 WS-GL-AUTH PIC X(20).
       01 WS-RESULT-LINE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-RL-LABEL PIC X(08).
           02 FILLER PIC X(08) VALUE 'WINNER: '.
           02 WS-RL-WIN PIC ZZ9.
           02 FILLER PIC X(09) VALUE '  SCORE: '.
           02 WS-RL-SCORE PIC Z(04)9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-RL-DESC PIC X(40).
       01 WS-PLAYER-LINE.
           02 FILLER PIC X(10) VALUE '  PLAYER: '.
           02 WS-PL-PLAYER PIC ZZ9.
           02 FILLER PIC X(11) VALUE '  OUTCOME: '.
           02 WS-PL-OLD-OUTCOME PIC X(01).
           02 FILLER PIC X(04) VALUE ' -> '.
           02 WS-PL-NEW-OUTCOME PIC X(01).
           02 FILLER PIC X(10) VALUE '  RATING: '.
           02 WS-PL-BEFORE PIC Z(03)9.
           02 FILLER PIC X(04) VALUE ' -> '.
           02 WS-PL-REVERSED PIC Z(03)9.
           02 FILLER PIC X(04) VALUE ' -> '.
           02 WS-PL-AFTER PIC Z(03)9.
       01 WS-NOTE-LINE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-NL-TEXT PIC X(60).
       01 WS-REJECT-LINE.
           02 FILLER PIC X(06) VALUE 'GAME: '.
           02 WS-RJ-GAME-ID PIC X(10).
           02 FILLER PIC X(14) VALUE '  REJECTED -- '.
           02 WS-RJ-REASON PIC X(30).
       01 WS-SUMMARY-LINE.
           02 FILLER PIC X(06) VALUE 'READ: '.
           02 WS-SM-READ PIC Z(04)9.
           02 FILLER PIC X(11) VALUE '  APPLIED: '.
           02 WS-SM-APPLIED PIC Z(04)9.
           02 FILLER PIC X(12) VALUE '  REJECTED: '.
           02 WS-SM-REJECTED PIC Z(04)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-READ-TRANS
                   UNTIL WS-TRANS-EOF OR RETURN-CODE NOT = 0
               PERFORM 9000-TERMINATE
           END-IF
           IF RETURN-CODE = 0 AND WS-TRANS-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'RSLTCORR: READ ' WS-TRANS-READ
               ' APPLIED ' WS-TRANS-APPLIED
               ' REJECTED ' WS-TRANS-REJECTED
               ' RETURN-CODE ' RETURN-CODE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
                   INTO WS-TRANS-NAME
               END-UNSTRING
           END-IF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURR-TIME FROM TIME
           OPEN INPUT FC-CORR-TRANS
           IF NOT WS-TRANS-OK
               DISPLAY 'RSLTCORR: UNABLE TO OPEN ' WS-TRANS-NAME
                   ' STATUS ' WS-TRANS-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN I-O FC-REPLAY-FILE
           IF WS-REPLAY-OK
               SET WS-REPLAY-AVAIL TO TRUE
           END-IF
           IF NOT WS-REPLAY-OK AND WS-REPLAY-STATUS NOT = '35'
               DISPLAY 'RSLTCORR: UNABLE TO OPEN LIVE.REPLAY, '
                   'STATUS ' WS-REPLAY-STATUS
               MOVE 90 TO RETURN-CODE
               CLOSE FC-CORR-TRANS
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN I-O FC-GAME-LIB
           IF WS-LIB-OK
               SET WS-LIB-AVAIL TO TRUE
           END-IF
           IF NOT WS-LIB-OK AND WS-LIB-STATUS NOT = '35'
               DISPLAY 'RSLTCORR: UNABLE TO OPEN GAME.LIBRARY, '
                   'STATUS ' WS-LIB-STATUS
               MOVE 90 TO RETURN-CODE
               PERFORM 9100-CLOSE-GAME-FILES
               GO TO 1000-INITIALIZE-EXIT
           END-IF
      * the journal is extended, never replaced - it is the trail
           OPEN EXTEND FC-PRINT-FILE
           IF WS-PRINT-STATUS = '35'
               OPEN OUTPUT FC-PRINT-FILE
           END-IF
           IF NOT WS-PRINT-OK
               DISPLAY 'RSLTCORR: UNABLE TO OPEN CORRECT.RPT, '
                   'STATUS ' WS-PRINT-STATUS
               MOVE 90 TO RETURN-CODE
               PERFORM 9100-CLOSE-GAME-FILES
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE WS-CURR-DATE TO WS-RH-DATE
           MOVE WS-CURR-TIME(1:6) TO WS-RH-TIME
           MOVE WS-TRANS-NAME TO WS-RH-TRANS
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE WS-RUN-HEAD-LINE TO PR-LINE
           WRITE PR-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.
       2000-READ-TRANS.
           READ FC-CORR-TRANS
               AT END
                   SET WS-TRANS-EOF TO TRUE
               NOT AT END
                   IF FS-CORR-TRANS NOT = SPACES
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 3000-APPLY-CORRECTION
                           THRU 3000-APPLY-CORRECTION-EXIT
                   END-IF
           END-READ.
       3000-APPLY-CORRECTION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 3100-VALIDATE-TRANS
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 6900-JOURNAL-REJECT
               GO TO 3000-APPLY-CORRECTION-EXIT
           END-IF
           PERFORM 3200-FIND-TRAILER THRU 3200-FIND-TRAILER-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 3000-APPLY-CORRECTION-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-IN-LIVE AND NOT WS-IN-LIB
                   MOVE 'NO RESULT POSTED FOR GAME'
                       TO WS-REJECT-REASON
               WHEN CT-NEW-WIN-PLAYER NOT = 0
                       AND CT-NEW-WIN-PLAYER NOT = WS-PART-A
                       AND CT-NEW-WIN-PLAYER NOT = WS-PART-B
                   MOVE 'WINNER DID NOT PLAY IN GAME'
                       TO WS-REJECT-REASON
               WHEN CT-NEW-WIN-PLAYER = WS-OLD-WIN
                       AND CT-NEW-FINAL-SCORE = WS-OLD-SCORE
                   MOVE 'RESULT ALREADY AS CORRECTED'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 6900-JOURNAL-REJECT
               GO TO 3000-APPLY-CORRECTION-EXIT
           END-IF
           MOVE 'N' TO WS-WIN-CHANGED-SWITCH
           IF CT-NEW-WIN-PLAYER NOT = WS-OLD-WIN
               SET WS-WIN-CHANGED TO TRUE
           END-IF
      * the trailer is the record of truth - it is corrected first so
      * a failure further on still leaves a rebuild able to finish
      * the job
           PERFORM 4000-REWRITE-TRAILERS THRU 4000-REWRITE-TRAILERS-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 3000-APPLY-CORRECTION-EXIT
           END-IF
           IF WS-WIN-CHANGED
               PERFORM 5000-BACK-OUT-STATS
                   THRU 5000-BACK-OUT-STATS-EXIT
               IF RETURN-CODE = 0
                   PERFORM 5200-BACK-OUT-RATINGS
                       THRU 5200-BACK-OUT-RATINGS-EXIT
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 5500-POST-REPLACEMENT
                       THRU 5500-POST-REPLACEMENT-EXIT
               END-IF
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5700-UPDATE-GAME-INDEX
                   THRU 5700-UPDATE-GAME-INDEX-EXIT
           END-IF
           PERFORM 6000-JOURNAL-CORRECTION
           IF RETURN-CODE = 0
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.
       3000-APPLY-CORRECTION-EXIT.
           EXIT.
       3100-VALIDATE-TRANS.
           IF CT-GAME-ID = SPACES
               MOVE 'NO GAME ID' TO WS-REJECT-REASON
           ELSE IF CT-NEW-WIN-PLAYER NOT NUMERIC
               MOVE 'WINNER NOT NUMERIC' TO WS-REJECT-REASON
           ELSE IF CT-NEW-FINAL-SCORE NOT NUMERIC
               MOVE 'SCORE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE IF NOT CT-REASON-VALID
               MOVE 'UNKNOWN REASON CODE' TO WS-REJECT-REASON
           ELSE IF CT-AUTHORISED-BY = SPACES
               MOVE 'NO AUTHORISER GIVEN' TO WS-REJECT-REASON
           END-IF.
      * keyed read of the R trailer in live, then the library; the
      * participants come from the first file that holds the game
       3200-FIND-TRAILER.
           MOVE 'N' TO WS-IN-LIVE-SWITCH
           MOVE 'N' TO WS-IN-LIB-SWITCH
           MOVE 0 TO WS-OLD-WIN
           MOVE 0 TO WS-OLD-SCORE
           MOVE 0 TO WS-PART-A
           MOVE 0 TO WS-PART-B
           MOVE CT-GAME-ID TO WS-SCAN-GAME-ID
           IF WS-REPLAY-AVAIL
               MOVE CT-GAME-ID TO FS-REPLAY-GAME-ID OF FS-REPLAY
               MOVE WS-TRAILER-TURN-NUM
                   TO FS-REPLAY-TURN-NUM OF FS-REPLAY
               MOVE 'R' TO FS-REPLAY-REC-TYPE OF FS-REPLAY
               READ FC-REPLAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IN-LIVE TO TRUE
                       MOVE FS-REPLAY-WIN-PLAYER OF FS-REPLAY
                           TO WS-OLD-WIN
                       MOVE FS-REPLAY-FINAL-SCORE OF FS-REPLAY
                           TO WS-OLD-SCORE
               END-READ
           END-IF
           IF WS-LIB-AVAIL
               MOVE CT-GAME-ID TO FS-REPLAY-GAME-ID OF FS-LIB-REC
               MOVE WS-TRAILER-TURN-NUM
                   TO FS-REPLAY-TURN-NUM OF FS-LIB-REC
               MOVE 'R' TO FS-REPLAY-REC-TYPE OF FS-LIB-REC
               READ FC-GAME-LIB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IN-LIB TO TRUE
                       IF NOT WS-IN-LIVE
                           MOVE FS-REPLAY-WIN-PLAYER OF FS-LIB-REC
                               TO WS-OLD-WIN
                           MOVE FS-REPLAY-FINAL-SCORE OF FS-LIB-REC
                               TO WS-OLD-SCORE
                       END-IF
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-IN-LIVE
                   PERFORM 3300-SCAN-LIVE-MOVES
               WHEN WS-IN-LIB
                   PERFORM 3400-SCAN-LIB-MOVES
               WHEN OTHER
                   GO TO 3200-FIND-TRAILER-EXIT
           END-EVALUATE
           IF WS-PART-A = 0
               MOVE 1 TO WS-PART-A
               MOVE 2 TO WS-PART-B
           END-IF
           IF WS-PART-B = 0
               MOVE WS-PART-A TO WS-PART-B
           END-IF.
       3200-FIND-TRAILER-EXIT.
           EXIT.
       3300-SCAN-LIVE-MOVES.
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           MOVE WS-SCAN-GAME-ID TO FS-REPLAY-GAME-ID OF FS-REPLAY
           MOVE 0 TO FS-REPLAY-TURN-NUM OF FS-REPLAY
           MOVE SPACE TO FS-REPLAY-REC-TYPE OF FS-REPLAY
           START FC-REPLAY-FILE
               KEY IS GREATER THAN OR EQUAL TO
                   FS-REPLAY-KEY OF FS-REPLAY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 3350-SCAN-ONE-LIVE UNTIL WS-SCAN-DONE.
       3350-SCAN-ONE-LIVE.
           READ FC-REPLAY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF FS-REPLAY-GAME-ID OF FS-REPLAY
                           NOT = WS-SCAN-GAME-ID
                           OR FS-REPLAY-IS-RESULT OF FS-REPLAY
                       SET WS-SCAN-DONE TO TRUE
                   ELSE IF FS-REPLAY-IS-MOVE OF FS-REPLAY
                       MOVE FS-REPLAY-PLAYER OF FS-REPLAY
                           TO WS-SCAN-PLAYER
                       PERFORM 3500-NOTE-PARTICIPANT
                   END-IF
           END-READ.
       3400-SCAN-LIB-MOVES.
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           MOVE WS-SCAN-GAME-ID TO FS-REPLAY-GAME-ID OF FS-LIB-REC
           MOVE 0 TO FS-REPLAY-TURN-NUM OF FS-LIB-REC
           MOVE SPACE TO FS-REPLAY-REC-TYPE OF FS-LIB-REC
           START FC-GAME-LIB
               KEY IS GREATER THAN OR EQUAL TO
                   FS-REPLAY-KEY OF FS-LIB-REC
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 3450-SCAN-ONE-LIB UNTIL WS-SCAN-DONE.
       3450-SCAN-ONE-LIB.
           READ FC-GAME-LIB NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF FS-REPLAY-GAME-ID OF FS-LIB-REC
                           NOT = WS-SCAN-GAME-ID
                           OR FS-REPLAY-IS-RESULT OF FS-LIB-REC
                       SET WS-SCAN-DONE TO TRUE
                   ELSE IF FS-REPLAY-IS-MOVE OF FS-LIB-REC
                       MOVE FS-REPLAY-PLAYER OF FS-LIB-REC
                           TO WS-SCAN-PLAYER
                       PERFORM 3500-NOTE-PARTICIPANT
                   END-IF
           END-READ.
       3500-NOTE-PARTICIPANT.
           IF WS-PART-A = 0
               MOVE WS-SCAN-PLAYER TO WS-PART-A
           ELSE
               IF WS-SCAN-PLAYER NOT = WS-PART-A
                       AND WS-PART-B = 0
                   MOVE WS-SCAN-PLAYER TO WS-PART-B
               END-IF
           END-IF
           IF WS-PART-A > 0 AND WS-PART-B > 0
               SET WS-SCAN-DONE TO TRUE
           END-IF.
      * rewrite the trailer in every file that holds the game.  the
      * archives matter too - PSTATRBL rebuilds from them, and an
      * uncorrected archive copy would bring the old result back.
       4000-REWRITE-TRAILERS.
           IF WS-IN-LIVE
               MOVE CT-GAME-ID TO FS-REPLAY-GAME-ID OF FS-REPLAY
               MOVE WS-TRAILER-TURN-NUM
                   TO FS-REPLAY-TURN-NUM OF FS-REPLAY
               MOVE 'R' TO FS-REPLAY-REC-TYPE OF FS-REPLAY
               READ FC-REPLAY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-REPLAY-OK
                   MOVE CT-NEW-WIN-PLAYER
                       TO FS-REPLAY-WIN-PLAYER OF FS-REPLAY
                   MOVE CT-NEW-FINAL-SCORE
                       TO FS-REPLAY-FINAL-SCORE OF FS-REPLAY
                   REWRITE FS-REPLAY
               END-IF
               IF NOT WS-REPLAY-OK
                   DISPLAY 'RSLTCORR: LIVE.REPLAY TRAILER REWRITE '
                       'FAILED, GAME ' CT-GAME-ID
                       ' STATUS ' WS-REPLAY-STATUS
                   MOVE 90 TO RETURN-CODE
                   GO TO 4000-REWRITE-TRAILERS-EXIT
               END-IF
           END-IF
           IF WS-IN-LIB
               MOVE CT-GAME-ID TO FS-REPLAY-GAME-ID OF FS-LIB-REC
               MOVE WS-TRAILER-TURN-NUM
                   TO FS-REPLAY-TURN-NUM OF FS-LIB-REC
               MOVE 'R' TO FS-REPLAY-REC-TYPE OF FS-LIB-REC
               READ FC-GAME-LIB
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-LIB-OK
                   MOVE CT-NEW-WIN-PLAYER
                       TO FS-REPLAY-WIN-PLAYER OF FS-LIB-REC
                   MOVE CT-NEW-FINAL-SCORE
                       TO FS-REPLAY-FINAL-SCORE OF FS-LIB-REC
                   REWRITE FS-LIB-REC
               END-IF
               IF NOT WS-LIB-OK
                   DISPLAY 'RSLTCORR: GAME.LIBRARY TRAILER REWRITE '
                       'FAILED, GAME ' CT-GAME-ID
                       ' STATUS ' WS-LIB-STATUS
                   MOVE 90 TO RETURN-CODE
                   GO TO 4000-REWRITE-TRAILERS-EXIT
               END-IF
           END-IF
           PERFORM 4100-FIX-ARCHIVE-COPIES
               THRU 4100-FIX-ARCHIVE-COPIES-EXIT.
       4000-REWRITE-TRAILERS-EXIT.
           EXIT.
       4100-FIX-ARCHIVE-COPIES.
           MOVE 0 TO WS-ARCH-FIXED
           OPEN INPUT FC-ARCHIVE-LIST
           IF WS-LIST-STATUS = '35'
               GO TO 4100-FIX-ARCHIVE-COPIES-EXIT
           END-IF
           IF NOT WS-LIST-OK
               DISPLAY 'RSLTCORR: UNABLE TO OPEN ARCHIVE.LIST, '
                   'STATUS ' WS-LIST-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 4100-FIX-ARCHIVE-COPIES-EXIT
           END-IF
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           PERFORM 4150-NEXT-ARCHIVE UNTIL WS-LIST-EOF
               OR RETURN-CODE NOT = 0
           CLOSE FC-ARCHIVE-LIST.
       4100-FIX-ARCHIVE-COPIES-EXIT.
           EXIT.
       4150-NEXT-ARCHIVE.
           READ FC-ARCHIVE-LIST
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF AL-LINE NOT = SPACES
                       MOVE AL-LINE TO WS-ARCHIVE-NAME
                       PERFORM 4200-FIX-ONE-ARCHIVE
                           THRU 4200-FIX-ONE-ARCHIVE-EXIT
                   END-IF
           END-READ.
       4200-FIX-ONE-ARCHIVE.
           OPEN I-O FC-ARCHIVE-FILE
           IF NOT WS-ARCH-OK
               DISPLAY 'RSLTCORR: UNABLE TO OPEN ARCHIVE '
                   WS-ARCHIVE-NAME ' STATUS ' WS-ARCH-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 4200-FIX-ONE-ARCHIVE-EXIT
           END-IF
           MOVE 'N' TO WS-ARCH-EOF-SWITCH
           PERFORM 4250-CHECK-ARCHIVE-REC UNTIL WS-ARCH-EOF
           CLOSE FC-ARCHIVE-FILE.
       4200-FIX-ONE-ARCHIVE-EXIT.
           EXIT.
       4250-CHECK-ARCHIVE-REC.
           READ FC-ARCHIVE-FILE
               AT END
                   SET WS-ARCH-EOF TO TRUE
               NOT AT END
                   IF FS-REPLAY-GAME-ID OF FS-ARCHIVE-REC = CT-GAME-ID
                           AND FS-REPLAY-IS-RESULT OF FS-ARCHIVE-REC
                       MOVE CT-NEW-WIN-PLAYER
                           TO FS-REPLAY-WIN-PLAYER OF FS-ARCHIVE-REC
                       MOVE CT-NEW-FINAL-SCORE
                           TO FS-REPLAY-FINAL-SCORE OF FS-ARCHIVE-REC
                       REWRITE FS-ARCHIVE-REC
                       IF WS-ARCH-OK
                           ADD 1 TO WS-ARCH-FIXED
                       ELSE
                           DISPLAY 'RSLTCORR: ARCHIVE REWRITE FAILED, '
                               WS-ARCHIVE-NAME
                               ' STATUS ' WS-ARCH-STATUS
                           MOVE 90 TO RETURN-CODE
                           SET WS-ARCH-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.
      * take the old outcome back out of each participant's counts
       5000-BACK-OUT-STATS.
           OPEN I-O FC-PLAYER-STATS
           IF WS-PSTAT-STATUS = '35'
               GO TO 5000-BACK-OUT-STATS-EXIT
           END-IF
           IF NOT WS-PSTAT-OK
               DISPLAY 'RSLTCORR: UNABLE TO OPEN PLAYER.STATS, '
                   'STATUS ' WS-PSTAT-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 5000-BACK-OUT-STATS-EXIT
           END-IF
           MOVE WS-OLD-WIN TO WS-TARGET-WIN
           MOVE WS-PART-A TO WS-TARGET-PLAYER
           PERFORM 7000-SET-OUTCOME
           PERFORM 5100-BACK-OUT-ONE-PLAYER
           IF WS-PART-B NOT = WS-PART-A
               MOVE WS-PART-B TO WS-TARGET-PLAYER
               PERFORM 7000-SET-OUTCOME
               PERFORM 5100-BACK-OUT-ONE-PLAYER
           END-IF
           CLOSE FC-PLAYER-STATS.
       5000-BACK-OUT-STATS-EXIT.
           EXIT.
       5100-BACK-OUT-ONE-PLAYER.
           MOVE WS-TARGET-PLAYER TO PS-PLAYER-ID
           READ FC-PLAYER-STATS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PS-GAMES-PLAYED > 0
                       SUBTRACT 1 FROM PS-GAMES-PLAYED
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-TARGET-WON AND PS-GAMES-WON > 0
                           SUBTRACT 1 FROM PS-GAMES-WON
                       WHEN WS-TARGET-LOST AND PS-GAMES-LOST > 0
                           SUBTRACT 1 FROM PS-GAMES-LOST
                       WHEN WS-TARGET-DREW AND PS-GAMES-DRAWN > 0
                           SUBTRACT 1 FROM PS-GAMES-DRAWN
                   END-EVALUATE
                   REWRITE FS-PLAYER-STATS
                   IF NOT WS-PSTAT-OK
                       DISPLAY 'RSLTCORR: STATS BACK-OUT FAILED, '
                           'STATUS ' WS-PSTAT-STATUS
                       MOVE 90 TO RETURN-CODE
                   END-IF
           END-READ.
      * find each participant's last rated ledger entry for the game,
      * move the rating back by what that game was worth, and post
      * the 'X' reversing entry so the ledger still adds up
       5200-BACK-OUT-RATINGS.
           MOVE 1 TO WS-LG-USED
           MOVE WS-PART-A TO WS-LG-PLAYER(1)
           MOVE WS-PART-B TO WS-LG-OPPONENT(1)
           MOVE WS-PART-B TO WS-LG-PLAYER(2)
           MOVE WS-PART-A TO WS-LG-OPPONENT(2)
           IF WS-PART-B NOT = WS-PART-A
               MOVE 2 TO WS-LG-USED
           END-IF
           PERFORM 5210-CLEAR-LEDGER-ENTRY
               VARYING WS-LG-SUB FROM 1 BY 1 UNTIL WS-LG-SUB > 2
      * a game against oneself was never rated
           IF WS-LG-USED < 2
               GO TO 5200-BACK-OUT-RATINGS-EXIT
           END-IF
           OPEN INPUT FC-RATING-HIST
           IF WS-RHIST-STATUS = '35'
               GO TO 5200-BACK-OUT-RATINGS-EXIT
           END-IF
           IF NOT WS-RHIST-OK
               DISPLAY 'RSLTCORR: UNABLE TO OPEN RATING.HISTORY, '
                   'STATUS ' WS-RHIST-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 5200-BACK-OUT-RATINGS-EXIT
           END-IF
           MOVE 'N' TO WS-RHIST-EOF-SWITCH
           PERFORM 5250-SCAN-LEDGER UNTIL WS-RHIST-EOF
           CLOSE FC-RATING-HIST
           IF NOT WS-LG-FOUND(1) AND NOT WS-LG-FOUND(2)
               GO TO 5200-BACK-OUT-RATINGS-EXIT
           END-IF
           OPEN I-O FC-PLAYER-RATING
           IF NOT WS-RATING-OK
               DISPLAY 'RSLTCORR: UNABLE TO OPEN PLAYER.RATING, '
                   'STATUS ' WS-RATING-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 5200-BACK-OUT-RATINGS-EXIT
           END-IF
           OPEN EXTEND FC-RATING-HIST
           IF NOT WS-RHIST-OK
               DISPLAY 'RSLTCORR: UNABLE TO EXTEND RATING.HISTORY, '
                   'STATUS ' WS-RHIST-STATUS
               MOVE 90 TO RETURN-CODE
               CLOSE FC-PLAYER-RATING
               GO TO 5200-BACK-OUT-RATINGS-EXIT
           END-IF
           PERFORM 5300-REVERSE-ONE-RATING
               THRU 5300-REVERSE-ONE-RATING-EXIT
               VARYING WS-LG-SUB FROM 1 BY 1
               UNTIL WS-LG-SUB > 2 OR RETURN-CODE NOT = 0
           CLOSE FC-RATING-HIST
           CLOSE FC-PLAYER-RATING.
       5200-BACK-OUT-RATINGS-EXIT.
           EXIT.
       5210-CLEAR-LEDGER-ENTRY.
           MOVE 'N' TO WS-LG-FOUND-SWITCH(WS-LG-SUB)
           MOVE 0 TO WS-LG-OLD-RATING(WS-LG-SUB)
           MOVE 0 TO WS-LG-NEW-RATING(WS-LG-SUB)
           MOVE 0 TO WS-LG-BEFORE(WS-LG-SUB)
           MOVE 0 TO WS-LG-REVERSED(WS-LG-SUB)
           MOVE 0 TO WS-LG-AFTER(WS-LG-SUB)
           MOVE WS-OLD-WIN TO WS-TARGET-WIN
           MOVE WS-LG-PLAYER(WS-LG-SUB) TO WS-TARGET-PLAYER
           PERFORM 7000-SET-OUTCOME
           MOVE WS-TARGET-OUTCOME TO WS-LG-OLD-OUTCOME(WS-LG-SUB)
           MOVE CT-NEW-WIN-PLAYER TO WS-TARGET-WIN
           PERFORM 7000-SET-OUTCOME
           MOVE WS-TARGET-OUTCOME TO WS-LG-NEW-OUTCOME(WS-LG-SUB).
       5250-SCAN-LEDGER.
           READ FC-RATING-HIST
               AT END
                   SET WS-RHIST-EOF TO TRUE
               NOT AT END
                   IF RH-GAME-ID = CT-GAME-ID
                           AND NOT RH-OUTCOME-REVERSAL
                       PERFORM 5260-MATCH-LEDGER-PLAYER
                           VARYING WS-LG-SUB FROM 1 BY 1
                           UNTIL WS-LG-SUB > 2
                   END-IF
           END-READ.
       5260-MATCH-LEDGER-PLAYER.
           IF RH-PLAYER-ID = WS-LG-PLAYER(WS-LG-SUB)
               SET WS-LG-FOUND(WS-LG-SUB) TO TRUE
               MOVE RH-OLD-RATING TO WS-LG-OLD-RATING(WS-LG-SUB)
               MOVE RH-NEW-RATING TO WS-LG-NEW-RATING(WS-LG-SUB)
           END-IF.
       5300-REVERSE-ONE-RATING.
           IF NOT WS-LG-FOUND(WS-LG-SUB)
               GO TO 5300-REVERSE-ONE-RATING-EXIT
           END-IF
           MOVE WS-LG-PLAYER(WS-LG-SUB) TO RT-PLAYER-ID
           READ FC-PLAYER-RATING
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-RATING-OK
               GO TO 5300-REVERSE-ONE-RATING-EXIT
           END-IF
           MOVE RT-RATING TO WS-LG-BEFORE(WS-LG-SUB)
           COMPUTE WS-REVERSED-RATING = RT-RATING
               - (WS-LG-NEW-RATING(WS-LG-SUB)
                  - WS-LG-OLD-RATING(WS-LG-SUB))
           IF WS-REVERSED-RATING < WS-RATING-FLOOR
               MOVE WS-RATING-FLOOR TO WS-REVERSED-RATING
           END-IF
           MOVE WS-REVERSED-RATING TO WS-LG-REVERSED(WS-LG-SUB)
           MOVE WS-REVERSED-RATING TO RT-RATING
           IF RT-GAMES-RATED > 0
               SUBTRACT 1 FROM RT-GAMES-RATED
           END-IF
           REWRITE FS-PLAYER-RATING
           IF NOT WS-RATING-OK
               DISPLAY 'RSLTCORR: RATING BACK-OUT FAILED, STATUS '
                   WS-RATING-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 5300-REVERSE-ONE-RATING-EXIT
           END-IF
           MOVE WS-CURR-DATE TO RH-DATE
           MOVE CT-GAME-ID TO RH-GAME-ID
           MOVE WS-LG-PLAYER(WS-LG-SUB) TO RH-PLAYER-ID
           MOVE WS-LG-OPPONENT(WS-LG-SUB) TO RH-OPPONENT
           SET RH-OUTCOME-REVERSAL TO TRUE
           MOVE WS-LG-BEFORE(WS-LG-SUB) TO RH-OLD-RATING
           MOVE WS-LG-REVERSED(WS-LG-SUB) TO RH-NEW-RATING
           WRITE FS-RHIST-REC
           IF NOT WS-RHIST-OK
               DISPLAY 'RSLTCORR: REVERSAL LEDGER WRITE FAILED, '
                   'STATUS ' WS-RHIST-STATUS
               MOVE 90 TO RETURN-CODE
           END-IF.
       5300-REVERSE-ONE-RATING-EXIT.
           EXIT.
      * the corrected result is posted the way addresult posts one
       5500-POST-REPLACEMENT.
           MOVE CT-GAME-ID TO WS-CALL-GAME-ID
           MOVE CT-NEW-WIN-PLAYER TO WS-CALL-WIN
           MOVE 0 TO WS-CALL-RC
           CALL 'PLYRSTAT' USING BY REFERENCE WS-CALL-WIN
                              BY REFERENCE WS-PART-A
                              BY REFERENCE WS-PART-B
                              BY REFERENCE WS-CALL-RC
           IF WS-CALL-RC NOT = 0
               DISPLAY 'RSLTCORR: PLYRSTAT FAILED FOR GAME '
                   CT-GAME-ID
               MOVE 90 TO RETURN-CODE
               GO TO 5500-POST-REPLACEMENT-EXIT
           END-IF
           CALL 'PLYRRATE' USING BY REFERENCE WS-CALL-GAME-ID
                              BY REFERENCE WS-CALL-WIN
                              BY REFERENCE WS-PART-A
                              BY REFERENCE WS-PART-B
                              BY REFERENCE WS-CALL-RC
           IF WS-CALL-RC NOT = 0
               DISPLAY 'RSLTCORR: PLYRRATE FAILED FOR GAME '
                   CT-GAME-ID
               MOVE 90 TO RETURN-CODE
               GO TO 5500-POST-REPLACEMENT-EXIT
           END-IF
           IF WS-LG-USED < 2
               GO TO 5500-POST-REPLACEMENT-EXIT
           END-IF
           OPEN INPUT FC-PLAYER-RATING
           IF WS-RATING-OK
               PERFORM 5550-FETCH-AFTER-RATING
                   VARYING WS-LG-SUB FROM 1 BY 1 UNTIL WS-LG-SUB > 2
               CLOSE FC-PLAYER-RATING
           END-IF.
       5500-POST-REPLACEMENT-EXIT.
           EXIT.
       5550-FETCH-AFTER-RATING.
           MOVE WS-LG-PLAYER(WS-LG-SUB) TO RT-PLAYER-ID
           READ FC-PLAYER-RATING
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RT-RATING TO WS-LG-AFTER(WS-LG-SUB)
           END-READ.
      * the index carries the outcome from each player's side, so
      * both entries are rewritten; a game the index does not hold
      * yet is left for GINDXRBL, as is a site with no index
       5700-UPDATE-GAME-INDEX.
           OPEN I-O FC-GAME-INDEX
           IF WS-INDEX-STATUS = '35'
               GO TO 5700-UPDATE-GAME-INDEX-EXIT
           END-IF
           IF NOT WS-INDEX-OK
               DISPLAY 'RSLTCORR: UNABLE TO OPEN GAME.INDEX, '
                   'STATUS ' WS-INDEX-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 5700-UPDATE-GAME-INDEX-EXIT
           END-IF
           MOVE CT-NEW-WIN-PLAYER TO WS-TARGET-WIN
           MOVE WS-PART-A TO WS-TARGET-PLAYER
           PERFORM 5750-UPDATE-ONE-ENTRY
           IF WS-PART-B NOT = WS-PART-A
               MOVE WS-PART-B TO WS-TARGET-PLAYER
               PERFORM 5750-UPDATE-ONE-ENTRY
           END-IF
           CLOSE FC-GAME-INDEX.
       5700-UPDATE-GAME-INDEX-EXIT.
           EXIT.
       5750-UPDATE-ONE-ENTRY.
           MOVE WS-TARGET-PLAYER TO GX-PLAYER-ID
           MOVE CT-GAME-ID TO GX-GAME-ID
           READ FC-GAME-INDEX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 7000-SET-OUTCOME
                   MOVE WS-TARGET-OUTCOME TO GX-OUTCOME
                   MOVE CT-NEW-FINAL-SCORE TO GX-FINAL-SCORE
                   REWRITE FS-GAME-INDEX
                   IF NOT WS-INDEX-OK
                       DISPLAY 'RSLTCORR: GAME.INDEX REWRITE FAILED, '
                           'GAME ' CT-GAME-ID
                           ' STATUS ' WS-INDEX-STATUS
                       MOVE 90 TO RETURN-CODE
                   END-IF
           END-READ.
       6000-JOURNAL-CORRECTION.
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE CT-GAME-ID TO WS-GL-GAME-ID
           MOVE CT-REASON-CODE TO WS-GL-REASON
           MOVE CT-AUTHORISED-BY TO WS-GL-AUTH
           MOVE WS-GAME-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE 'BEFORE' TO WS-RL-LABEL
           MOVE WS-OLD-WIN TO WS-RL-WIN
           MOVE WS-OLD-SCORE TO WS-RL-SCORE
           EVALUATE TRUE
               WHEN WS-IN-LIVE AND WS-IN-LIB
                   MOVE 'IN LIVE.REPLAY AND GAME.LIBRARY'
                       TO WS-RL-DESC
               WHEN WS-IN-LIVE
                   MOVE 'IN LIVE.REPLAY' TO WS-RL-DESC
               WHEN OTHER
                   MOVE 'IN GAME.LIBRARY' TO WS-RL-DESC
           END-EVALUATE
           MOVE WS-RESULT-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE 'AFTER' TO WS-RL-LABEL
           MOVE CT-NEW-WIN-PLAYER TO WS-RL-WIN
           MOVE CT-NEW-FINAL-SCORE TO WS-RL-SCORE
           MOVE SPACES TO WS-RL-DESC
           STRING 'ARCHIVE COPIES REWRITTEN: ' DELIMITED BY SIZE
                  WS-ARCH-FIXED DELIMITED BY SIZE
               INTO WS-RL-DESC
           END-STRING
           MOVE WS-RESULT-LINE TO PR-LINE
           WRITE PR-LINE
           IF NOT WS-WIN-CHANGED
               MOVE 'SCORE ONLY - STATS AND RATINGS UNCHANGED'
                   TO WS-NL-TEXT
               MOVE WS-NOTE-LINE TO PR-LINE
               WRITE PR-LINE
           ELSE
               PERFORM 6100-JOURNAL-ONE-PLAYER
                   VARYING WS-LG-SUB FROM 1 BY 1
                   UNTIL WS-LG-SUB > WS-LG-USED
           END-IF
           IF RETURN-CODE NOT = 0
               MOVE 'CORRECTION INCOMPLETE - RUN ENDED ON AN I/O ERROR'
                   TO WS-NL-TEXT
               MOVE WS-NOTE-LINE TO PR-LINE
               WRITE PR-LINE
           END-IF.
       6100-JOURNAL-ONE-PLAYER.
           MOVE WS-LG-PLAYER(WS-LG-SUB) TO WS-PL-PLAYER
           MOVE WS-LG-OLD-OUTCOME(WS-LG-SUB) TO WS-PL-OLD-OUTCOME
           MOVE WS-LG-NEW-OUTCOME(WS-LG-SUB) TO WS-PL-NEW-OUTCOME
           MOVE WS-LG-BEFORE(WS-LG-SUB) TO WS-PL-BEFORE
           MOVE WS-LG-REVERSED(WS-LG-SUB) TO WS-PL-REVERSED
           MOVE WS-LG-AFTER(WS-LG-SUB) TO WS-PL-AFTER
           MOVE WS-PLAYER-LINE TO PR-LINE
           WRITE PR-LINE.
       6900-JOURNAL-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE CT-GAME-ID TO WS-RJ-GAME-ID
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           MOVE WS-REJECT-LINE TO PR-LINE
           WRITE PR-LINE.
      * W, L or D for WS-TARGET-PLAYER when WS-TARGET-WIN won
       7000-SET-OUTCOME.
           IF WS-TARGET-WIN = 0
               SET WS-TARGET-DREW TO TRUE
           ELSE IF WS-TARGET-WIN = WS-TARGET-PLAYER
               SET WS-TARGET-WON TO TRUE
           ELSE
               SET WS-TARGET-LOST TO TRUE
           END-IF.
       9000-TERMINATE.
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE WS-TRANS-READ TO WS-SM-READ
           MOVE WS-TRANS-APPLIED TO WS-SM-APPLIED
           MOVE WS-TRANS-REJECTED TO WS-SM-REJECTED
           MOVE WS-SUMMARY-LINE TO PR-LINE
           WRITE PR-LINE
           CLOSE FC-PRINT-FILE
           PERFORM 9100-CLOSE-GAME-FILES.
       9100-CLOSE-GAME-FILES.
           CLOSE FC-CORR-TRANS
           IF WS-REPLAY-AVAIL
               CLOSE FC-REPLAY-FILE
           END-IF
           IF WS-LIB-AVAIL
               CLOSE FC-GAME-LIB
           END-IF.
