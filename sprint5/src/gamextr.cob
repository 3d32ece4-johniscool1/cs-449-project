       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEXTR.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. 10-15-26.
      * Selection-driven game extract.  Reads one selection card
      * (layout SELCTREC) naming any mix of player, opponent, outcome,
      * tournament, date range, turn-count range and opponent rating
      * range, and picks every game that meets all of them from the
      * player-to-game index (./game.index).  Each picked game is
      * copied whole - its M, C, T and R records, in key order - from
      * ./live.replay or the ./game.library master to a sequential
      * extract file in REPLYREC layout, the same record sequential
      * form as the REPLAY.G* archives.  REPLANLZ, REPLBORD and
      * OPENCAT take that file in place of the full library.
      * A tournament limits the pick to the games on its pairing
      * records in ./tourn.master.  The rating range is tested
      * against the opponent's current rating on ./player.rating; a
      * player with no rating yet counts as 1500.
      * The selection summary (./extract.rpt) repeats the card and
      * lists each game extracted in game id order.  RETURN-CODE is 8
      * when an indexed game could not be found in either game file,
      * more games matched than one extract can hold or the
      * tournament has more games than can be held, 90 when the card
      * is missing or wrong or the extract cannot be written.
      * Command line: [card-file [extract-file]]
      *   (defaults ./extract.card and ./game.extract)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-SELECT-CARD ASSIGN TO WS-CARD-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.
       SELECT FC-GAME-INDEX ASSIGN TO './game.index'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GX-KEY
                   ALTERNATE RECORD KEY IS GX-GAME-KEY
                   FILE STATUS IS WS-INDEX-STATUS.
       SELECT FC-TOURN-FILE ASSIGN TO './tourn.master'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TN-TOURN-KEY
                   FILE STATUS IS WS-TOURN-STATUS.
       SELECT FC-PLAYER-RATING ASSIGN TO './player.rating'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-PLAYER-ID
                   FILE STATUS IS WS-RATING-STATUS.
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
       SELECT FC-EXTRACT-FILE ASSIGN TO WS-EXTRACT-NAME
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-STATUS.
       SELECT FC-PRINT-FILE ASSIGN TO './extract.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-SELECT-CARD.
       01 CD-LINE PIC X(80).
       FD FC-GAME-INDEX.
       01 FS-GAME-INDEX.
           COPY GINDXREC.
       FD FC-TOURN-FILE.
       01 FS-TOURN-REC.
           COPY TORNREC.
       FD FC-PLAYER-RATING.
       01 FS-PLAYER-RATING.
           COPY PRATEREC.
       FD FC-REPLAY-FILE.
       01 FS-REPLAY.
           COPY REPLYREC.
       FD FC-GAME-LIB.
       01 FS-LIB-REC.
           COPY REPLYREC.
       FD FC-EXTRACT-FILE.
       01 FS-EXTRACT-REC.
           COPY REPLYREC.
       FD FC-PRINT-FILE.
       01 PR-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS PIC XX.
           88 WS-CARD-OK VALUE '00'.
       01 WS-INDEX-STATUS PIC XX.
           88 WS-INDEX-OK VALUE '00'.
       01 WS-TOURN-STATUS PIC XX.
           88 WS-TOURN-OK VALUE '00'.
       01 WS-RATING-STATUS PIC XX.
           88 WS-RATING-OK VALUE '00'.
       01 WS-REPLAY-STATUS PIC XX.
           88 WS-REPLAY-OK VALUE '00'.
       01 WS-LIB-STATUS PIC XX.
           88 WS-LIB-OK VALUE '00'.
       01 WS-EXTRACT-STATUS PIC XX.
           88 WS-EXTRACT-OK VALUE '00'.
       01 WS-PRINT-STATUS PIC XX.
           88 WS-PRINT-OK VALUE '00'.
       01 WS-CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-CARD-EOF VALUE 'Y'.
       01 WS-CARD-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88 WS-CARD-FOUND VALUE 'Y'.
       01 WS-FILE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FILE-EOF VALUE 'Y'.
       01 WS-COPY-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-COPY-EOF VALUE 'Y'.
       01 WS-REPLAY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-REPLAY-AVAIL VALUE 'Y'.
       01 WS-LIB-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-LIB-AVAIL VALUE 'Y'.
       01 WS-RATING-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-RATING-AVAIL VALUE 'Y'.
       01 WS-CARD-NAME PIC X(40) VALUE './extract.card'.
       01 WS-EXTRACT-NAME PIC X(40) VALUE './game.extract'.
       01 WS-COMMAND-LINE PIC X(80).
       01 WS-CURR-DATE PIC 9(08).
       01 WS-SELECT-CARD.
           COPY SELCTREC.
      * the card's limits, with a blank field opened out to the whole
      * range so every test is a plain compare
       01 WS-SEL-PLAYER PIC 9(03) VALUE 0.
       01 WS-SEL-OPPONENT PIC 9(03) VALUE 0.
       01 WS-SEL-DATE-FROM PIC 9(08) VALUE 0.
       01 WS-SEL-DATE-TO PIC 9(08) VALUE 99999999.
       01 WS-SEL-TURNS-FROM PIC 9(05) VALUE 0.
       01 WS-SEL-TURNS-TO PIC 9(05) VALUE 99999.
       01 WS-SEL-RATING-FROM PIC 9(04) VALUE 0.
       01 WS-SEL-RATING-TO PIC 9(04) VALUE 9999.
       01 WS-TOURN-WANTED-SWITCH PIC X(01) VALUE 'N'.
           88 WS-TOURN-WANTED VALUE 'Y'.
       01 WS-RATING-WANTED-SWITCH PIC X(01) VALUE 'N'.
           88 WS-RATING-WANTED VALUE 'Y'.
       01 WS-CARD-ERROR PIC X(30) VALUE SPACES.
       01 WS-OPP-RATING PIC 9(04).
      * the tournament's paired game ids
       01 WS-TOURN-TABLE.
           02 WS-TG-GAME-ID OCCURS 500 PIC X(10).
       01 WS-TG-USED PIC 9(03) VALUE 0.
       01 WS-TG-SUB PIC 9(03).
       01 WS-TG-FOUND-SWITCH PIC X(01).
           88 WS-TG-FOUND VALUE 'Y'.
      * the games picked, kept in game id order with one entry per
      * game however many of its index entries matched.  the players
      * are held by seat; the result is W when the game was won, D
      * drawn, N not finished.
       01 WS-SELECTED-TABLE.
           02 WS-SG-ENTRY OCCURS 2000.
               03 WS-SG-GAME-ID PIC X(10).
               03 WS-SG-SOURCE PIC X(01).
               03 WS-SG-PLAYER-A PIC 9(03).
               03 WS-SG-PLAYER-B PIC 9(03).
               03 WS-SG-DATE PIC 9(08).
               03 WS-SG-TURNS PIC 9(05).
               03 WS-SG-RESULT PIC X(01).
               03 WS-SG-WINNER PIC 9(03).
               03 WS-SG-RECORDS PIC 9(05).
               03 WS-SG-FOUND-IN PIC X(12).
       01 WS-SG-USED PIC 9(04) VALUE 0.
       01 WS-SG-SUB PIC 9(04).
       01 WS-SG-INSERT-AT PIC 9(04).
       01 WS-SG-DUP-SWITCH PIC X(01).
           88 WS-SG-DUP VALUE 'Y'.
       01 WS-COPY-GAME-ID PIC X(10).
       01 WS-GAME-RECORDS PIC 9(05).
       01 WS-RECORDS-WRITTEN PIC 9(07) VALUE 0.
       01 WS-GAMES-MISSING PIC 9(05) VALUE 0.
       01 WS-GAMES-DROPPED PIC 9(05) VALUE 0.
       01 WS-PAIRINGS-DROPPED PIC 9(05) VALUE 0.
       01 WS-HEAD-LINE.
           02 FILLER PIC X(33) VALUE
           'GAME EXTRACT SELECTION SUMMARY   '.
           02 FILLER PIC X(05) VALUE 'RUN: '.
           02 WS-HL-DATE PIC 9(08).
       01 WS-CARD-LINE.
           02 FILLER PIC X(06) VALUE 'CARD: '.
           02 WS-CL-CARD PIC X(60).
       01 WS-FILE-LINE.
           02 FILLER PIC X(14) VALUE 'EXTRACT FILE: '.
           02 WS-FL-NAME PIC X(40).
       01 WS-COL-HEAD-LINE.
           02 FILLER PIC X(40) VALUE
           'GAME ID    DATE      PLAYERS    RESULT  '.
           02 FILLER PIC X(30) VALUE
           '      TURNS   RECS  FILE'.
       01 WS-DETAIL-LINE.
           02 WS-DL-GAME-ID PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-DL-DATE PIC 9(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DL-PLAYER-A PIC ZZ9.
           02 FILLER PIC X(03) VALUE ' V '.
           02 WS-DL-PLAYER-B PIC ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DL-RESULT PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DL-TURNS PIC Z(04)9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DL-RECORDS PIC Z(04)9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DL-FILE PIC X(12).
       01 WS-WINNER-DISP PIC ZZ9.
       01 WS-SUMMARY-LINE.
           02 FILLER PIC X(16) VALUE 'GAMES SELECTED: '.
           02 WS-SM-GAMES PIC Z(04)9.
           02 FILLER PIC X(19) VALUE '  RECORDS WRITTEN: '.
           02 WS-SM-RECORDS PIC Z(06)9.
           02 FILLER PIC X(13) VALUE '  NOT FOUND: '.
           02 WS-SM-MISSING PIC Z(04)9.
       01 WS-DROPPED-LINE.
           02 FILLER PIC X(40) VALUE
           'EXTRACT FULL - MATCHING GAMES LEFT OUT: '.
           02 WS-DR-DROPPED PIC Z(04)9.
       01 WS-TG-DROPPED-LINE.
           02 FILLER PIC X(46) VALUE
           'TOURNAMENT TOO LARGE - PAIRED GAMES LEFT OUT: '.
           02 WS-TD-DROPPED PIC Z(04)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF RETURN-CODE = 0 AND WS-TOURN-WANTED
               PERFORM 2000-LOAD-TOURNAMENT
                   THRU 2000-LOAD-TOURNAMENT-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-SELECT-GAMES THRU 3000-SELECT-GAMES-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-WRITE-EXTRACT THRU 4000-WRITE-EXTRACT-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5000-PRINT-SUMMARY THRU 5000-PRINT-SUMMARY-EXIT
           END-IF
           IF RETURN-CODE = 0
                   AND (WS-GAMES-MISSING > 0 OR WS-GAMES-DROPPED > 0
                       OR WS-PAIRINGS-DROPPED > 0)
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'GAMEXTR: GAMES SELECTED ' WS-SG-USED
               ' RECORDS WRITTEN ' WS-RECORDS-WRITTEN
               ' RETURN-CODE ' RETURN-CODE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
                   INTO WS-CARD-NAME WS-EXTRACT-NAME
               END-UNSTRING
           END-IF
           IF WS-EXTRACT-NAME = SPACES
               MOVE './game.extract' TO WS-EXTRACT-NAME
           END-IF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           OPEN INPUT FC-SELECT-CARD
           IF NOT WS-CARD-OK
               DISPLAY 'GAMEXTR: UNABLE TO OPEN ' WS-CARD-NAME
                   ' STATUS ' WS-CARD-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 1100-READ-CARD UNTIL WS-CARD-EOF OR WS-CARD-FOUND
           CLOSE FC-SELECT-CARD
           IF NOT WS-CARD-FOUND
               DISPLAY 'GAMEXTR: NO SELECTION CARD IN ' WS-CARD-NAME
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 1200-EDIT-CARD THRU 1200-EDIT-CARD-EXIT
           IF WS-CARD-ERROR NOT = SPACES
               DISPLAY 'GAMEXTR: SELECTION CARD REJECTED - '
                   WS-CARD-ERROR
               MOVE 90 TO RETURN-CODE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.
      * the first line that is neither blank nor a '*' comment is the
      * card; anything after it is ignored
       1100-READ-CARD.
           READ FC-SELECT-CARD INTO WS-SELECT-CARD
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   IF WS-SELECT-CARD NOT = SPACES
                           AND WS-SELECT-CARD(1:1) NOT = '*'
                       SET WS-CARD-FOUND TO TRUE
                   END-IF
           END-READ.
       1200-EDIT-CARD.
           IF SC-PLAYER-X NOT = SPACES
               IF SC-PLAYER-X NOT NUMERIC
                   MOVE 'PLAYER NOT NUMERIC' TO WS-CARD-ERROR
                   GO TO 1200-EDIT-CARD-EXIT
               END-IF
               MOVE SC-PLAYER TO WS-SEL-PLAYER
           END-IF
           IF SC-OPPONENT-X NOT = SPACES
               IF SC-OPPONENT-X NOT NUMERIC
                   MOVE 'OPPONENT NOT NUMERIC' TO WS-CARD-ERROR
                   GO TO 1200-EDIT-CARD-EXIT
               END-IF
               MOVE SC-OPPONENT TO WS-SEL-OPPONENT
           END-IF
           IF NOT SC-OUTCOME-VALID
               MOVE 'OUTCOME NOT W L D OR N' TO WS-CARD-ERROR
               GO TO 1200-EDIT-CARD-EXIT
           END-IF
           IF SC-TOURN-ID NOT = SPACES
               SET WS-TOURN-WANTED TO TRUE
           END-IF
           IF SC-DATE-FROM-X NOT = SPACES
               IF SC-DATE-FROM-X NOT NUMERIC
                   MOVE 'DATE FROM NOT NUMERIC' TO WS-CARD-ERROR
                   GO TO 1200-EDIT-CARD-EXIT
               END-IF
               MOVE SC-DATE-FROM TO WS-SEL-DATE-FROM
           END-IF
           IF SC-DATE-TO-X NOT = SPACES
               IF SC-DATE-TO-X NOT NUMERIC
                   MOVE 'DATE TO NOT NUMERIC' TO WS-CARD-ERROR
                   GO TO 1200-EDIT-CARD-EXIT
               END-IF
               MOVE SC-DATE-TO TO WS-SEL-DATE-TO
           END-IF
           IF WS-SEL-DATE-FROM > WS-SEL-DATE-TO
               MOVE 'DATE FROM AFTER DATE TO' TO WS-CARD-ERROR
               GO TO 1200-EDIT-CARD-EXIT
           END-IF
           IF SC-TURNS-FROM-X NOT = SPACES
               IF SC-TURNS-FROM-X NOT NUMERIC
                   MOVE 'TURNS FROM NOT NUMERIC' TO WS-CARD-ERROR
                   GO TO 1200-EDIT-CARD-EXIT
               END-IF
               MOVE SC-TURNS-FROM TO WS-SEL-TURNS-FROM
           END-IF
           IF SC-TURNS-TO-X NOT = SPACES
               IF SC-TURNS-TO-X NOT NUMERIC
                   MOVE 'TURNS TO NOT NUMERIC' TO WS-CARD-ERROR
                   GO TO 1200-EDIT-CARD-EXIT
               END-IF
               MOVE SC-TURNS-TO TO WS-SEL-TURNS-TO
           END-IF
           IF WS-SEL-TURNS-FROM > WS-SEL-TURNS-TO
               MOVE 'TURNS FROM ABOVE TURNS TO' TO WS-CARD-ERROR
               GO TO 1200-EDIT-CARD-EXIT
           END-IF
           IF SC-RATING-FROM-X NOT = SPACES
               IF SC-RATING-FROM-X NOT NUMERIC
                   MOVE 'RATING FROM NOT NUMERIC' TO WS-CARD-ERROR
                   GO TO 1200-EDIT-CARD-EXIT
               END-IF
               MOVE SC-RATING-FROM TO WS-SEL-RATING-FROM
               SET WS-RATING-WANTED TO TRUE
           END-IF
           IF SC-RATING-TO-X NOT = SPACES
               IF SC-RATING-TO-X NOT NUMERIC
                   MOVE 'RATING TO NOT NUMERIC' TO WS-CARD-ERROR
                   GO TO 1200-EDIT-CARD-EXIT
               END-IF
               MOVE SC-RATING-TO TO WS-SEL-RATING-TO
               SET WS-RATING-WANTED TO TRUE
           END-IF
           IF WS-SEL-RATING-FROM > WS-SEL-RATING-TO
               MOVE 'RATING FROM ABOVE RATING TO' TO WS-CARD-ERROR
           END-IF.
       1200-EDIT-CARD-EXIT.
           EXIT.
      * every pairing record under the tournament's header carries one
      * game id; pairings not yet played may have none
       2000-LOAD-TOURNAMENT.
           OPEN INPUT FC-TOURN-FILE
           IF NOT WS-TOURN-OK
               DISPLAY 'GAMEXTR: UNABLE TO OPEN TOURN.MASTER, '
                   'STATUS ' WS-TOURN-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 2000-LOAD-TOURNAMENT-EXIT
           END-IF
           MOVE SC-TOURN-ID TO TN-TOURN-ID
           MOVE 0 TO TN-ROUND-NUM
           MOVE 0 TO TN-BOARD-NUM
           MOVE 'H' TO TN-REC-TYPE
           READ FC-TOURN-FILE
               INVALID KEY
                   DISPLAY 'GAMEXTR: TOURNAMENT ' SC-TOURN-ID
                       ' NOT FOUND'
                   MOVE 90 TO RETURN-CODE
                   CLOSE FC-TOURN-FILE
                   GO TO 2000-LOAD-TOURNAMENT-EXIT
           END-READ
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 2100-READ-PAIRING UNTIL WS-FILE-EOF
           CLOSE FC-TOURN-FILE.
       2000-LOAD-TOURNAMENT-EXIT.
           EXIT.
       2100-READ-PAIRING.
           READ FC-TOURN-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF TN-TOURN-ID NOT = SC-TOURN-ID
                       SET WS-FILE-EOF TO TRUE
                   ELSE
                       IF TN-IS-PAIRING AND TN-GAME-ID NOT = SPACES
                           IF WS-TG-USED < 500
                               ADD 1 TO WS-TG-USED
                               MOVE TN-GAME-ID
                                   TO WS-TG-GAME-ID(WS-TG-USED)
                           ELSE
                               ADD 1 TO WS-PAIRINGS-DROPPED
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      * with a player on the card only that player's run of the index
      * is read; otherwise every entry is, and a game turns up once
      * for each participant
       3000-SELECT-GAMES.
           OPEN INPUT FC-GAME-INDEX
           IF NOT WS-INDEX-OK
               DISPLAY 'GAMEXTR: UNABLE TO OPEN GAME.INDEX, '
                   'STATUS ' WS-INDEX-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 3000-SELECT-GAMES-EXIT
           END-IF
           IF WS-RATING-WANTED
               OPEN INPUT FC-PLAYER-RATING
               IF WS-RATING-OK
                   SET WS-RATING-AVAIL TO TRUE
               END-IF
               IF NOT WS-RATING-OK AND WS-RATING-STATUS NOT = '35'
                   DISPLAY 'GAMEXTR: UNABLE TO OPEN PLAYER.RATING, '
                       'STATUS ' WS-RATING-STATUS
                   MOVE 90 TO RETURN-CODE
                   CLOSE FC-GAME-INDEX
                   GO TO 3000-SELECT-GAMES-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           MOVE WS-SEL-PLAYER TO GX-PLAYER-ID
           MOVE LOW-VALUES TO GX-GAME-ID
           START FC-GAME-INDEX
               KEY IS GREATER THAN OR EQUAL TO GX-KEY
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
           END-START
           PERFORM 3100-READ-INDEX-ENTRY UNTIL WS-FILE-EOF
           IF WS-RATING-AVAIL
               CLOSE FC-PLAYER-RATING
           END-IF
           CLOSE FC-GAME-INDEX.
       3000-SELECT-GAMES-EXIT.
           EXIT.
       3100-READ-INDEX-ENTRY.
           READ FC-GAME-INDEX NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-SEL-PLAYER NOT = 0
                           AND GX-PLAYER-ID NOT = WS-SEL-PLAYER
                       SET WS-FILE-EOF TO TRUE
                   ELSE
                       PERFORM 3200-TEST-ENTRY
                           THRU 3200-TEST-ENTRY-EXIT
                   END-IF
           END-READ.
      * outcome, opponent and rating are all read from the entry's
      * player's side, so with no player on the card W or L matches
      * the winner's or loser's entry of any decided game
       3200-TEST-ENTRY.
           IF WS-SEL-OPPONENT NOT = 0
                   AND GX-OPPONENT NOT = WS-SEL-OPPONENT
               GO TO 3200-TEST-ENTRY-EXIT
           END-IF
           IF NOT SC-OUTCOME-ANY AND GX-OUTCOME NOT = SC-OUTCOME
               GO TO 3200-TEST-ENTRY-EXIT
           END-IF
           IF GX-GAME-DATE < WS-SEL-DATE-FROM
                   OR GX-GAME-DATE > WS-SEL-DATE-TO
               GO TO 3200-TEST-ENTRY-EXIT
           END-IF
           IF GX-TURN-COUNT < WS-SEL-TURNS-FROM
                   OR GX-TURN-COUNT > WS-SEL-TURNS-TO
               GO TO 3200-TEST-ENTRY-EXIT
           END-IF
           IF WS-TOURN-WANTED
               MOVE 'N' TO WS-TG-FOUND-SWITCH
               PERFORM 3300-MATCH-TOURN-GAME
                   VARYING WS-TG-SUB FROM 1 BY 1
                   UNTIL WS-TG-SUB > WS-TG-USED OR WS-TG-FOUND
               IF NOT WS-TG-FOUND
                   GO TO 3200-TEST-ENTRY-EXIT
               END-IF
           END-IF
           IF WS-RATING-WANTED
               PERFORM 3400-GET-OPP-RATING
               IF WS-OPP-RATING < WS-SEL-RATING-FROM
                       OR WS-OPP-RATING > WS-SEL-RATING-TO
                   GO TO 3200-TEST-ENTRY-EXIT
               END-IF
           END-IF
           PERFORM 3500-ADD-SELECTED-GAME
               THRU 3500-ADD-SELECTED-GAME-EXIT.
       3200-TEST-ENTRY-EXIT.
           EXIT.
       3300-MATCH-TOURN-GAME.
           IF WS-TG-GAME-ID(WS-TG-SUB) = GX-GAME-ID
               SET WS-TG-FOUND TO TRUE
           END-IF.
       3400-GET-OPP-RATING.
           MOVE 1500 TO WS-OPP-RATING
           IF WS-RATING-AVAIL
               MOVE GX-OPPONENT TO RT-PLAYER-ID
               READ FC-PLAYER-RATING
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RT-RATING TO WS-OPP-RATING
               END-READ
           END-IF.
      * the table is kept in game id order so the extract comes out
      * in the same order as the game files
       3500-ADD-SELECTED-GAME.
           MOVE 0 TO WS-SG-INSERT-AT
           MOVE 'N' TO WS-SG-DUP-SWITCH
           PERFORM 3550-FIND-GAME-SLOT
               VARYING WS-SG-SUB FROM 1 BY 1
               UNTIL WS-SG-SUB > WS-SG-USED OR WS-SG-INSERT-AT > 0
           IF WS-SG-DUP
               GO TO 3500-ADD-SELECTED-GAME-EXIT
           END-IF
           IF WS-SG-USED >= 2000
               ADD 1 TO WS-GAMES-DROPPED
               GO TO 3500-ADD-SELECTED-GAME-EXIT
           END-IF
           IF WS-SG-INSERT-AT = 0
               COMPUTE WS-SG-INSERT-AT = WS-SG-USED + 1
           ELSE
               PERFORM 3560-SHIFT-GAME-UP
                   VARYING WS-SG-SUB FROM WS-SG-USED BY -1
                   UNTIL WS-SG-SUB < WS-SG-INSERT-AT
           END-IF
           ADD 1 TO WS-SG-USED
           MOVE GX-GAME-ID TO WS-SG-GAME-ID(WS-SG-INSERT-AT)
           MOVE GX-SOURCE TO WS-SG-SOURCE(WS-SG-INSERT-AT)
           MOVE GX-GAME-DATE TO WS-SG-DATE(WS-SG-INSERT-AT)
           MOVE GX-TURN-COUNT TO WS-SG-TURNS(WS-SG-INSERT-AT)
           MOVE 0 TO WS-SG-RECORDS(WS-SG-INSERT-AT)
           MOVE SPACES TO WS-SG-FOUND-IN(WS-SG-INSERT-AT)
           IF GX-SEAT-B
               MOVE GX-OPPONENT TO WS-SG-PLAYER-A(WS-SG-INSERT-AT)
               MOVE GX-PLAYER-ID TO WS-SG-PLAYER-B(WS-SG-INSERT-AT)
           ELSE
               MOVE GX-PLAYER-ID TO WS-SG-PLAYER-A(WS-SG-INSERT-AT)
               MOVE GX-OPPONENT TO WS-SG-PLAYER-B(WS-SG-INSERT-AT)
           END-IF
           MOVE 0 TO WS-SG-WINNER(WS-SG-INSERT-AT)
           EVALUATE TRUE
               WHEN GX-OUTCOME-WIN
                   MOVE 'W' TO WS-SG-RESULT(WS-SG-INSERT-AT)
                   MOVE GX-PLAYER-ID TO WS-SG-WINNER(WS-SG-INSERT-AT)
               WHEN GX-OUTCOME-LOSS
                   MOVE 'W' TO WS-SG-RESULT(WS-SG-INSERT-AT)
                   MOVE GX-OPPONENT TO WS-SG-WINNER(WS-SG-INSERT-AT)
               WHEN GX-OUTCOME-DRAW
                   MOVE 'D' TO WS-SG-RESULT(WS-SG-INSERT-AT)
               WHEN OTHER
                   MOVE 'N' TO WS-SG-RESULT(WS-SG-INSERT-AT)
           END-EVALUATE.
       3500-ADD-SELECTED-GAME-EXIT.
           EXIT.
       3550-FIND-GAME-SLOT.
           IF WS-SG-GAME-ID(WS-SG-SUB) = GX-GAME-ID
               SET WS-SG-DUP TO TRUE
               MOVE WS-SG-SUB TO WS-SG-INSERT-AT
           ELSE
               IF WS-SG-GAME-ID(WS-SG-SUB) > GX-GAME-ID
                   MOVE WS-SG-SUB TO WS-SG-INSERT-AT
               END-IF
           END-IF.
       3560-SHIFT-GAME-UP.
           MOVE WS-SG-ENTRY(WS-SG-SUB) TO WS-SG-ENTRY(WS-SG-SUB + 1).
      * each game is copied from the file the index names, then from
      * the other one if it was not there - an archive run or a
      * consolidation since the index was last posted can move it
       4000-WRITE-EXTRACT.
           OPEN INPUT FC-REPLAY-FILE
           IF WS-REPLAY-OK
               SET WS-REPLAY-AVAIL TO TRUE
           END-IF
           IF NOT WS-REPLAY-OK AND WS-REPLAY-STATUS NOT = '35'
               DISPLAY 'GAMEXTR: UNABLE TO OPEN LIVE.REPLAY, '
                   'STATUS ' WS-REPLAY-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 4000-WRITE-EXTRACT-EXIT
           END-IF
           OPEN INPUT FC-GAME-LIB
           IF WS-LIB-OK
               SET WS-LIB-AVAIL TO TRUE
           END-IF
           IF NOT WS-LIB-OK AND WS-LIB-STATUS NOT = '35'
               DISPLAY 'GAMEXTR: UNABLE TO OPEN GAME.LIBRARY, '
                   'STATUS ' WS-LIB-STATUS
               MOVE 90 TO RETURN-CODE
               PERFORM 9100-CLOSE-GAME-FILES
               GO TO 4000-WRITE-EXTRACT-EXIT
           END-IF
           OPEN OUTPUT FC-EXTRACT-FILE
           IF NOT WS-EXTRACT-OK
               DISPLAY 'GAMEXTR: UNABLE TO OPEN ' WS-EXTRACT-NAME
                   ' STATUS ' WS-EXTRACT-STATUS
               MOVE 90 TO RETURN-CODE
               PERFORM 9100-CLOSE-GAME-FILES
               GO TO 4000-WRITE-EXTRACT-EXIT
           END-IF
           PERFORM 4100-EXTRACT-ONE-GAME
               VARYING WS-SG-SUB FROM 1 BY 1
               UNTIL WS-SG-SUB > WS-SG-USED OR RETURN-CODE NOT = 0
           CLOSE FC-EXTRACT-FILE
           PERFORM 9100-CLOSE-GAME-FILES.
       4000-WRITE-EXTRACT-EXIT.
           EXIT.
       4100-EXTRACT-ONE-GAME.
           MOVE WS-SG-GAME-ID(WS-SG-SUB) TO WS-COPY-GAME-ID
           MOVE 0 TO WS-GAME-RECORDS
           IF WS-SG-SOURCE(WS-SG-SUB) = 'G'
               PERFORM 4300-COPY-FROM-LIBRARY
                   THRU 4300-COPY-FROM-LIBRARY-EXIT
               IF WS-GAME-RECORDS = 0 AND RETURN-CODE = 0
                   PERFORM 4200-COPY-FROM-LIVE
                       THRU 4200-COPY-FROM-LIVE-EXIT
               END-IF
           ELSE
               PERFORM 4200-COPY-FROM-LIVE
                   THRU 4200-COPY-FROM-LIVE-EXIT
               IF WS-GAME-RECORDS = 0 AND RETURN-CODE = 0
                   PERFORM 4300-COPY-FROM-LIBRARY
                       THRU 4300-COPY-FROM-LIBRARY-EXIT
               END-IF
           END-IF
           MOVE WS-GAME-RECORDS TO WS-SG-RECORDS(WS-SG-SUB)
           ADD WS-GAME-RECORDS TO WS-RECORDS-WRITTEN
           IF WS-GAME-RECORDS = 0 AND RETURN-CODE = 0
               MOVE 'NOT FOUND' TO WS-SG-FOUND-IN(WS-SG-SUB)
               ADD 1 TO WS-GAMES-MISSING
           END-IF.
       4200-COPY-FROM-LIVE.
           IF NOT WS-REPLAY-AVAIL
               GO TO 4200-COPY-FROM-LIVE-EXIT
           END-IF
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           MOVE WS-COPY-GAME-ID TO FS-REPLAY-GAME-ID OF FS-REPLAY
           MOVE 0 TO FS-REPLAY-TURN-NUM OF FS-REPLAY
           MOVE SPACE TO FS-REPLAY-REC-TYPE OF FS-REPLAY
           START FC-REPLAY-FILE
               KEY IS GREATER THAN OR EQUAL TO
                   FS-REPLAY-KEY OF FS-REPLAY
               INVALID KEY
                   SET WS-COPY-EOF TO TRUE
           END-START
           PERFORM 4250-COPY-LIVE-RECORD UNTIL WS-COPY-EOF
           IF WS-GAME-RECORDS > 0
               MOVE 'LIVE.REPLAY' TO WS-SG-FOUND-IN(WS-SG-SUB)
           END-IF.
       4200-COPY-FROM-LIVE-EXIT.
           EXIT.
       4250-COPY-LIVE-RECORD.
           READ FC-REPLAY-FILE NEXT RECORD
               AT END
                   SET WS-COPY-EOF TO TRUE
               NOT AT END
                   IF FS-REPLAY-GAME-ID OF FS-REPLAY
                           NOT = WS-COPY-GAME-ID
                       SET WS-COPY-EOF TO TRUE
                   ELSE
                       MOVE FS-REPLAY TO FS-EXTRACT-REC
                       PERFORM 4400-WRITE-EXTRACT-RECORD
                   END-IF
           END-READ.
       4300-COPY-FROM-LIBRARY.
           IF NOT WS-LIB-AVAIL
               GO TO 4300-COPY-FROM-LIBRARY-EXIT
           END-IF
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           MOVE WS-COPY-GAME-ID TO FS-REPLAY-GAME-ID OF FS-LIB-REC
           MOVE 0 TO FS-REPLAY-TURN-NUM OF FS-LIB-REC
           MOVE SPACE TO FS-REPLAY-REC-TYPE OF FS-LIB-REC
           START FC-GAME-LIB
               KEY IS GREATER THAN OR EQUAL TO
                   FS-REPLAY-KEY OF FS-LIB-REC
               INVALID KEY
                   SET WS-COPY-EOF TO TRUE
           END-START
           PERFORM 4350-COPY-LIB-RECORD UNTIL WS-COPY-EOF
           IF WS-GAME-RECORDS > 0
               MOVE 'GAME.LIBRARY' TO WS-SG-FOUND-IN(WS-SG-SUB)
           END-IF.
       4300-COPY-FROM-LIBRARY-EXIT.
           EXIT.
       4350-COPY-LIB-RECORD.
           READ FC-GAME-LIB NEXT RECORD
               AT END
                   SET WS-COPY-EOF TO TRUE
               NOT AT END
                   IF FS-REPLAY-GAME-ID OF FS-LIB-REC
                           NOT = WS-COPY-GAME-ID
                       SET WS-COPY-EOF TO TRUE
                   ELSE
                       MOVE FS-LIB-REC TO FS-EXTRACT-REC
                       PERFORM 4400-WRITE-EXTRACT-RECORD
                   END-IF
           END-READ.
      * a failed write ends the copy and the run; nothing more is
      * counted as extracted
       4400-WRITE-EXTRACT-RECORD.
           WRITE FS-EXTRACT-REC
           IF WS-EXTRACT-OK
               ADD 1 TO WS-GAME-RECORDS
           ELSE
               DISPLAY 'GAMEXTR: UNABLE TO WRITE ' WS-EXTRACT-NAME
                   ' STATUS ' WS-EXTRACT-STATUS
               MOVE 90 TO RETURN-CODE
               SET WS-COPY-EOF TO TRUE
           END-IF.
       5000-PRINT-SUMMARY.
           OPEN OUTPUT FC-PRINT-FILE
           IF NOT WS-PRINT-OK
               DISPLAY 'GAMEXTR: UNABLE TO OPEN EXTRACT.RPT, '
                   'STATUS ' WS-PRINT-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 5000-PRINT-SUMMARY-EXIT
           END-IF
           MOVE WS-CURR-DATE TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE WS-SELECT-CARD TO WS-CL-CARD
           MOVE WS-CARD-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE WS-EXTRACT-NAME TO WS-FL-NAME
           MOVE WS-FILE-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE WS-COL-HEAD-LINE TO PR-LINE
           WRITE PR-LINE
           PERFORM 5100-PRINT-ONE-GAME
               VARYING WS-SG-SUB FROM 1 BY 1
               UNTIL WS-SG-SUB > WS-SG-USED
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE WS-SG-USED TO WS-SM-GAMES
           MOVE WS-RECORDS-WRITTEN TO WS-SM-RECORDS
           MOVE WS-GAMES-MISSING TO WS-SM-MISSING
           MOVE WS-SUMMARY-LINE TO PR-LINE
           WRITE PR-LINE
           IF WS-GAMES-DROPPED > 0
               MOVE WS-GAMES-DROPPED TO WS-DR-DROPPED
               MOVE WS-DROPPED-LINE TO PR-LINE
               WRITE PR-LINE
           END-IF
           IF WS-PAIRINGS-DROPPED > 0
               MOVE WS-PAIRINGS-DROPPED TO WS-TD-DROPPED
               MOVE WS-TG-DROPPED-LINE TO PR-LINE
               WRITE PR-LINE
           END-IF
           CLOSE FC-PRINT-FILE.
       5000-PRINT-SUMMARY-EXIT.
           EXIT.
       5100-PRINT-ONE-GAME.
           MOVE WS-SG-GAME-ID(WS-SG-SUB) TO WS-DL-GAME-ID
           MOVE WS-SG-DATE(WS-SG-SUB) TO WS-DL-DATE
           MOVE WS-SG-PLAYER-A(WS-SG-SUB) TO WS-DL-PLAYER-A
           MOVE WS-SG-PLAYER-B(WS-SG-SUB) TO WS-DL-PLAYER-B
           EVALUATE WS-SG-RESULT(WS-SG-SUB)
               WHEN 'W'
                   MOVE WS-SG-WINNER(WS-SG-SUB) TO WS-WINNER-DISP
                   MOVE SPACES TO WS-DL-RESULT
                   STRING 'WON BY ' WS-WINNER-DISP
                       DELIMITED BY SIZE INTO WS-DL-RESULT
                   END-STRING
               WHEN 'D'
                   MOVE 'DRAWN' TO WS-DL-RESULT
               WHEN OTHER
                   MOVE 'NO RESULT' TO WS-DL-RESULT
           END-EVALUATE
           MOVE WS-SG-TURNS(WS-SG-SUB) TO WS-DL-TURNS
           MOVE WS-SG-RECORDS(WS-SG-SUB) TO WS-DL-RECORDS
           MOVE WS-SG-FOUND-IN(WS-SG-SUB) TO WS-DL-FILE
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PR-LINE.
       9100-CLOSE-GAME-FILES.
           IF WS-REPLAY-AVAIL
               CLOSE FC-REPLAY-FILE
           END-IF
           IF WS-LIB-AVAIL
               CLOSE FC-GAME-LIB
           END-IF.
