       IDENTIFICATION DIVISION.
       PROGRAM-ID. LADDER.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. 10-15-26.
      * Maintains the club challenge ladder (./ladder.master): one
      * rung per ladder player, rung 1 at the top, and one record per
      * challenge issued.  A player may challenge anyone standing at
      * most three rungs above; the challenge game is played under
      * its own FS-REPLAY-GAME-ID and has a deadline.  When the
      * game's R trailer posts, LADRPOST swaps the two players if the
      * challenger won.
      * Command line:
      *   JOIN pid             put an active roster player on the
      *                        bottom rung
      *   CHAL challenger defender game-id [days]
      *                        issue a challenge; the deadline is the
      *                        given number of days away (default 14).
      *                        when the game register is in use the
      *                        game must be registered OPEN between
      *                        the two players
      *   POST [days]          nightly pass: post any challenge result
      *                        already on file, forfeit to the
      *                        defender every pending challenge past
      *                        its deadline, and drop to the bottom
      *                        rung any player inactive on the roster
      *                        for more than the given number of days
      *                        (default 30)
      *   LIST                 print the ladder to ./ladder.rpt
      *   HIST [pid]           print the challenge history to
      *                        ./ladrhist.rpt, optionally only the
      *                        challenges one player was part of
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-LADDER-FILE ASSIGN TO './ladder.master'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LD-KEY
                   FILE STATUS IS WS-LADDER-STATUS.
       SELECT FC-PLAYER-ROSTER ASSIGN TO './player.roster'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RS-PLAYER-ID
                   FILE STATUS IS WS-ROSTER-STATUS.
       SELECT FC-GAME-REGISTER ASSIGN TO './game.register'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-GAME-ID
                   FILE STATUS IS WS-REG-STATUS.
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
       SELECT FC-PRINT-FILE ASSIGN TO WS-PRINT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-LADDER-FILE.
       01 FS-LADDER.
           COPY LADRREC.
       FD FC-PLAYER-ROSTER.
       01 FS-PLAYER-ROSTER.
           COPY PROSTREC.
       FD FC-GAME-REGISTER.
       01 FS-GAME-REGISTER.
           COPY GREGREC.
       FD FC-REPLAY-FILE.
       01 FS-REPLAY.
           COPY REPLYREC.
       FD FC-GAME-LIB.
       01 FS-LIB-REC.
           COPY REPLYREC.
       FD FC-PRINT-FILE.
       01 PR-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-LADDER-STATUS PIC XX.
           88 WS-LADDER-OK VALUE '00'.
       01 WS-ROSTER-STATUS PIC XX.
           88 WS-ROSTER-OK VALUE '00'.
       01 WS-REG-STATUS PIC XX.
           88 WS-REG-OK VALUE '00'.
       01 WS-REPLAY-STATUS PIC XX.
           88 WS-REPLAY-OK VALUE '00'.
       01 WS-LIB-STATUS PIC XX.
           88 WS-LIB-OK VALUE '00'.
       01 WS-PRINT-STATUS PIC XX.
           88 WS-PRINT-OK VALUE '00'.
       01 WS-LADDER-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-LADDER-EOF VALUE 'Y'.
       01 WS-LADDER-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 WS-LADDER-OPEN VALUE 'Y'.
       01 WS-ROSTER-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-ROSTER-AVAIL VALUE 'Y'.
       01 WS-REPLAY-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-REPLAY-AVAIL VALUE 'Y'.
       01 WS-LIB-AVAIL-SWITCH PIC X(01) VALUE 'N'.
           88 WS-LIB-AVAIL VALUE 'Y'.
       01 WS-PRINT-NAME PIC X(40).
       01 WS-COMMAND-LINE PIC X(80).
       01 WS-ARG-ACTION PIC X(05).
       01 WS-ARG-REST PIC X(80).
       01 WS-ARG-PTR PIC 9(02).
       01 WS-ARG-PID-A PIC X(05).
       01 WS-ARG-PID-B PIC X(05).
       01 WS-ARG-GAME-ID PIC X(10).
       01 WS-ARG-DAYS PIC X(05).
       01 WS-PARSE-IN PIC X(05).
       01 WS-PARSE-OUT PIC 9(05).
       01 WS-PARSE-DIGIT PIC 9.
       01 WS-PARSE-SUB PIC 9(02).
       01 WS-PARSE-ERR-SWITCH PIC X(01).
           88 WS-PARSE-ERROR VALUE 'Y'.
       01 WS-PLAYER-A PIC 9(03).
       01 WS-PLAYER-B PIC 9(03).
       01 WS-CHECK-PLAYER PIC 9(03).
       01 WS-FILTER-PLAYER PIC 9(03) VALUE 0.
       01 WS-DAYS PIC 9(05).
       01 WS-MAX-CHALLENGE-GAP PIC 9(01) VALUE 3.
       01 WS-RUNG-COUNT PIC 9(05).
       01 WS-LAST-CHALLENGE PIC 9(05).
       01 WS-RUNG-SUB PIC 9(05).
       01 WS-FOUND-RUNG PIC 9(05).
       01 WS-RUNG-A PIC 9(05).
       01 WS-RUNG-B PIC 9(05).
       01 WS-RUNG-GAP PIC 9(05).
       01 WS-SAVE-RUNG-DATA PIC X(47).
       01 WS-CONFLICT-SWITCH PIC X(01).
           88 WS-CONFLICT-FOUND VALUE 'Y'.
       01 WS-WIN-PLAYER USAGE BINARY-LONG.
       01 WS-POST-RC USAGE BINARY-LONG.
       01 WS-TRAILER-TURN-NUM PIC 9(05) VALUE 99999.
       01 WS-RESULT-FOUND-SWITCH PIC X(01).
           88 WS-RESULT-FOUND VALUE 'Y'.
       01 WS-RESULTS-POSTED PIC 9(05) VALUE 0.
       01 WS-FORFEITS PIC 9(05) VALUE 0.
       01 WS-DROPS PIC 9(05) VALUE 0.
       01 WS-CHALLENGES-LISTED PIC 9(05) VALUE 0.
       01 WS-PENDING-LISTED PIC 9(05) VALUE 0.
      * pending challenges, gathered before the ladder is closed for
      * LADRPOST and reused by the forfeit pass and the printout
       01 WS-PENDING-TABLE.
           02 WS-PT-ENTRY OCCURS 200.
               03 WS-PT-CH-NUM PIC 9(05).
               03 WS-PT-CHALLENGER PIC 9(03).
               03 WS-PT-DEFENDER PIC 9(03).
               03 WS-PT-GAME-ID PIC X(10).
               03 WS-PT-DEADLINE PIC 9(08).
               03 WS-PT-POSTED PIC X(01).
       01 WS-PT-USED PIC 9(03) VALUE 0.
       01 WS-PT-SUB PIC 9(03).
       01 WS-PT-MATCH PIC 9(03).
      * players to drop, gathered first so the rungs are not shuffled
      * under the pass that finds them
       01 WS-DROP-TABLE.
           02 WS-DT-PLAYER OCCURS 200 PIC 9(03).
       01 WS-DT-USED PIC 9(03) VALUE 0.
       01 WS-DT-SUB PIC 9(03).
       01 WS-LOOKUP-NAME PIC X(20).
       01 WS-LOOKUP-ID-DISP PIC ZZ9.
      * date handling - a date becomes a serial day count so an age
      * is a simple subtraction, and a deadline is reached by stepping
      * forward one day at a time through the month lengths
       01 WS-MONTH-OFFSET-DEF.
           02 FILLER PIC X(09) VALUE '000031059'.
           02 FILLER PIC X(09) VALUE '090120151'.
           02 FILLER PIC X(09) VALUE '181212243'.
           02 FILLER PIC X(09) VALUE '273304334'.
       01 WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DEF.
           02 WS-MO-DAYS OCCURS 12 PIC 9(03).
       01 WS-MONTH-LENGTH-DEF.
           02 FILLER PIC X(12) VALUE '312831303130'.
           02 FILLER PIC X(12) VALUE '313130313031'.
       01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DEF.
           02 WS-ML-DAYS OCCURS 12 PIC 9(02).
       01 WS-CURR-DATE PIC 9(08).
       01 WS-WORK-DATE.
           02 WS-WD-YEAR PIC 9(04).
           02 WS-WD-MONTH PIC 9(02).
           02 WS-WD-DAY PIC 9(02).
       01 WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE PIC 9(08).
       01 WS-MONTH-END PIC 9(02).
       01 WS-DAY-STEP PIC 9(05).
       01 WS-SERIAL-DAYS PIC 9(08).
       01 WS-TODAY-SERIAL PIC 9(08).
       01 WS-INACTIVE-AGE PIC S9(08).
       01 WS-LEAP-REM PIC 9(04).
       01 WS-LEAP-QUOT PIC 9(04).
       01 WS-QUOT-4 PIC 9(04).
       01 WS-QUOT-100 PIC 9(04).
       01 WS-QUOT-400 PIC 9(04).
       01 WS-LADDER-TITLE-LINE.
           02 FILLER PIC X(19) VALUE 'CLUB LADDER AS OF  '.
           02 WS-LTL-DATE PIC 9(08).
       01 WS-LADDER-HEAD-LINE.
           02 FILLER PIC X(07) VALUE 'RUNG   '.
           02 FILLER PIC X(05) VALUE 'ID   '.
           02 FILLER PIC X(22) VALUE 'NAME'.
           02 FILLER PIC X(10) VALUE 'STATUS'.
           02 FILLER PIC X(09) VALUE 'CHALLENGE'.
       01 WS-LADDER-LINE.
           02 WS-LL-RUNG PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-LL-PLAYER PIC ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-LL-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-LL-STATUS PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-LL-CHALLENGE PIC X(34).
       01 WS-CHALLENGE-TEXT.
           02 WS-CX-VERB PIC X(10).
           02 WS-CX-OPPONENT PIC ZZ9.
           02 FILLER PIC X(07) VALUE ' GAME  '.
           02 WS-CX-GAME-ID PIC X(10).
       01 WS-HIST-TITLE-LINE.
           02 FILLER PIC X(29) VALUE 'LADDER CHALLENGE HISTORY    '.
           02 FILLER PIC X(08) VALUE 'PLAYER: '.
           02 WS-HTL-PLAYER PIC X(03).
       01 WS-HIST-HEAD-LINE.
           02 FILLER PIC X(06) VALUE '   NO '.
           02 FILLER PIC X(10) VALUE 'ISSUED    '.
           02 FILLER PIC X(10) VALUE 'CHALLENGER'.
           02 FILLER PIC X(10) VALUE 'DEFENDER  '.
           02 FILLER PIC X(12) VALUE 'GAME-ID     '.
           02 FILLER PIC X(10) VALUE 'DEADLINE  '.
           02 FILLER PIC X(12) VALUE 'OUTCOME     '.
           02 FILLER PIC X(06) VALUE 'CLOSED'.
       01 WS-HIST-LINE.
           02 WS-HI-NUM PIC ZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-HI-ISSUED PIC 9(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-HI-CHALLENGER PIC ZZ9.
           02 FILLER PIC X(02) VALUE ' R'.
           02 WS-HI-CH-RUNG PIC ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-HI-DEFENDER PIC ZZ9.
           02 FILLER PIC X(02) VALUE ' R'.
           02 WS-HI-DF-RUNG PIC ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-HI-GAME-ID PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-HI-DEADLINE PIC 9(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-HI-OUTCOME PIC X(12).
           02 WS-HI-CLOSED PIC X(08).
       01 WS-HIST-TOTAL-LINE.
           02 FILLER PIC X(12) VALUE 'CHALLENGES: '.
           02 WS-HT-COUNT PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE '  PENDING: '.
           02 WS-HT-PENDING PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF RETURN-CODE = 0
               EVALUATE WS-ARG-ACTION
                   WHEN 'JOIN'
                       PERFORM 2000-JOIN-LADDER
                           THRU 2000-JOIN-LADDER-EXIT
                   WHEN 'CHAL'
                       PERFORM 3000-ISSUE-CHALLENGE
                           THRU 3000-ISSUE-CHALLENGE-EXIT
                   WHEN 'POST'
                       PERFORM 4000-NIGHTLY-POST
                           THRU 4000-NIGHTLY-POST-EXIT
                   WHEN 'LIST'
                       PERFORM 5000-LIST-LADDER
                           THRU 5000-LIST-LADDER-EXIT
                   WHEN 'HIST'
                       PERFORM 6000-CHALLENGE-HISTORY
                           THRU 6000-CHALLENGE-HISTORY-EXIT
                   WHEN OTHER
                       DISPLAY 'LADDER: ACTION MUST BE JOIN, CHAL, '
                           'POST, LIST OR HIST'
                       MOVE 90 TO RETURN-CODE
               END-EVALUATE
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE 1 TO WS-ARG-PTR
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-ARG-ACTION
               WITH POINTER WS-ARG-PTR
           END-UNSTRING
           IF WS-ARG-PTR <= 80
               MOVE WS-COMMAND-LINE(WS-ARG-PTR:) TO WS-ARG-REST
           ELSE
               MOVE SPACES TO WS-ARG-REST
           END-IF
           IF WS-ARG-ACTION = SPACES
               DISPLAY 'LADDER: ACTION REQUIRED ON COMMAND LINE'
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-DATE TO WS-WORK-DATE
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-DATE-TO-SERIAL-EXIT
           MOVE WS-SERIAL-DAYS TO WS-TODAY-SERIAL
           PERFORM 1300-OPEN-LADDER THRU 1300-OPEN-LADDER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
      * a new ladder starts with its control record: no rungs and no
      * challenges issued
       1100-CREATE-LADDER.
           OPEN OUTPUT FC-LADDER-FILE
           IF NOT WS-LADDER-OK
               DISPLAY 'LADDER: UNABLE TO CREATE LADDER.MASTER, '
                   'STATUS ' WS-LADDER-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1100-CREATE-LADDER-EXIT
           END-IF
           MOVE SPACES TO FS-LADDER
           SET LD-IS-CONTROL TO TRUE
           MOVE 0 TO LD-KEY-NUM
           MOVE 0 TO LD-RUNG-COUNT
           MOVE 0 TO LD-LAST-CHALLENGE
           WRITE FS-LADDER
           CLOSE FC-LADDER-FILE
           OPEN I-O FC-LADDER-FILE
           IF NOT WS-LADDER-OK
               DISPLAY 'LADDER: UNABLE TO REOPEN LADDER.MASTER, '
                   'STATUS ' WS-LADDER-STATUS
               MOVE 90 TO RETURN-CODE
           END-IF.
       1100-CREATE-LADDER-EXIT.
           EXIT.
       1200-PARSE-NUMBER.
           MOVE 0 TO WS-PARSE-OUT
           MOVE 'N' TO WS-PARSE-ERR-SWITCH
           PERFORM 1210-PARSE-ONE-DIGIT
               VARYING WS-PARSE-SUB FROM 1 BY 1
               UNTIL WS-PARSE-SUB > 5.
       1210-PARSE-ONE-DIGIT.
           IF WS-PARSE-IN(WS-PARSE-SUB:1) >= '0'
                   AND WS-PARSE-IN(WS-PARSE-SUB:1) <= '9'
               MOVE WS-PARSE-IN(WS-PARSE-SUB:1) TO WS-PARSE-DIGIT
               COMPUTE WS-PARSE-OUT =
                   WS-PARSE-OUT * 10 + WS-PARSE-DIGIT
           ELSE IF WS-PARSE-IN(WS-PARSE-SUB:1) NOT = SPACE
               SET WS-PARSE-ERROR TO TRUE
           END-IF.
       1300-OPEN-LADDER.
           OPEN I-O FC-LADDER-FILE
           IF WS-LADDER-STATUS = '35'
               PERFORM 1100-CREATE-LADDER
                   THRU 1100-CREATE-LADDER-EXIT
           END-IF
           IF NOT WS-LADDER-OK
               IF RETURN-CODE = 0
                   DISPLAY 'LADDER: UNABLE TO OPEN LADDER.MASTER, '
                       'STATUS ' WS-LADDER-STATUS
                   MOVE 90 TO RETURN-CODE
               END-IF
               GO TO 1300-OPEN-LADDER-EXIT
           END-IF
           SET WS-LADDER-OPEN TO TRUE
           PERFORM 1400-READ-CONTROL.
       1300-OPEN-LADDER-EXIT.
           EXIT.
       1400-READ-CONTROL.
           MOVE 'A' TO LD-REC-TYPE
           MOVE 0 TO LD-KEY-NUM
           READ FC-LADDER-FILE
               INVALID KEY
                   DISPLAY 'LADDER: CONTROL RECORD MISSING FROM '
                       'LADDER.MASTER'
                   MOVE 90 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE LD-RUNG-COUNT TO WS-RUNG-COUNT
                   MOVE LD-LAST-CHALLENGE TO WS-LAST-CHALLENGE
           END-READ.
       1500-WRITE-CONTROL.
           MOVE SPACES TO FS-LADDER
           SET LD-IS-CONTROL TO TRUE
           MOVE 0 TO LD-KEY-NUM
           MOVE WS-RUNG-COUNT TO LD-RUNG-COUNT
           MOVE WS-LAST-CHALLENGE TO LD-LAST-CHALLENGE
           REWRITE FS-LADDER
           IF NOT WS-LADDER-OK
               DISPLAY 'LADDER: UNABLE TO UPDATE CONTROL RECORD, '
                   'STATUS ' WS-LADDER-STATUS
               MOVE 90 TO RETURN-CODE
           END-IF.
       1600-PARSE-PLAYER.
           PERFORM 1200-PARSE-NUMBER
           IF WS-PARSE-ERROR OR WS-PARSE-OUT < 1
                   OR WS-PARSE-OUT > 999
               DISPLAY 'LADDER: PLAYER IDS MUST BE 1-999'
               MOVE 90 TO RETURN-CODE
           END-IF.
      * roster players must be on file and active to join or challenge
       1700-CHECK-ROSTER-PLAYER.
           MOVE WS-CHECK-PLAYER TO RS-PLAYER-ID
           READ FC-PLAYER-ROSTER
               INVALID KEY
                   DISPLAY 'LADDER: PLAYER ' WS-CHECK-PLAYER
                       ' NOT ON ROSTER'
                   MOVE 90 TO RETURN-CODE
               NOT INVALID KEY
                   IF RS-INACTIVE
                       DISPLAY 'LADDER: PLAYER ' WS-CHECK-PLAYER
                           ' IS INACTIVE'
                       MOVE 90 TO RETURN-CODE
                   END-IF
           END-READ.
       2000-JOIN-LADDER.
           UNSTRING WS-ARG-REST DELIMITED BY ALL SPACES
               INTO WS-ARG-PID-A
           END-UNSTRING
           MOVE WS-ARG-PID-A TO WS-PARSE-IN
           PERFORM 1600-PARSE-PLAYER
           IF RETURN-CODE NOT = 0
               GO TO 2000-JOIN-LADDER-EXIT
           END-IF
           MOVE WS-PARSE-OUT TO WS-PLAYER-A
           OPEN INPUT FC-PLAYER-ROSTER
           IF NOT WS-ROSTER-OK
               DISPLAY 'LADDER: UNABLE TO OPEN PLAYER.ROSTER, '
                   'STATUS ' WS-ROSTER-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 2000-JOIN-LADDER-EXIT
           END-IF
           MOVE WS-PLAYER-A TO WS-CHECK-PLAYER
           PERFORM 1700-CHECK-ROSTER-PLAYER
           CLOSE FC-PLAYER-ROSTER
           IF RETURN-CODE NOT = 0
               GO TO 2000-JOIN-LADDER-EXIT
           END-IF
           MOVE WS-PLAYER-A TO WS-CHECK-PLAYER
           PERFORM 7000-FIND-PLAYER-RUNG
           IF WS-FOUND-RUNG NOT = 0
               DISPLAY 'LADDER: PLAYER ' WS-PLAYER-A
                   ' ALREADY ON RUNG ' WS-FOUND-RUNG
               MOVE 90 TO RETURN-CODE
               GO TO 2000-JOIN-LADDER-EXIT
           END-IF
           ADD 1 TO WS-RUNG-COUNT
           MOVE SPACES TO FS-LADDER
           SET LD-IS-RUNG TO TRUE
           MOVE WS-RUNG-COUNT TO LD-KEY-NUM
           MOVE WS-PLAYER-A TO LD-PLAYER-ID
           MOVE WS-CURR-DATE TO LD-JOIN-DATE
           MOVE 0 TO LD-INACTIVE-SINCE
           SET LD-NOT-DROPPED TO TRUE
           WRITE FS-LADDER
               INVALID KEY
                   DISPLAY 'LADDER: RUNG ' WS-RUNG-COUNT
                       ' ALREADY ON FILE, STATUS ' WS-LADDER-STATUS
                   MOVE 90 TO RETURN-CODE
                   GO TO 2000-JOIN-LADDER-EXIT
           END-WRITE
           PERFORM 1500-WRITE-CONTROL
           IF RETURN-CODE = 0
               DISPLAY 'LADDER: PLAYER ' WS-PLAYER-A
                   ' JOINED ON RUNG ' WS-RUNG-COUNT
           END-IF.
       2000-JOIN-LADDER-EXIT.
           EXIT.
       3000-ISSUE-CHALLENGE.
           UNSTRING WS-ARG-REST DELIMITED BY ALL SPACES
               INTO WS-ARG-PID-A
                    WS-ARG-PID-B
                    WS-ARG-GAME-ID
                    WS-ARG-DAYS
           END-UNSTRING
           MOVE WS-ARG-PID-A TO WS-PARSE-IN
           PERFORM 1600-PARSE-PLAYER
           IF RETURN-CODE NOT = 0
               GO TO 3000-ISSUE-CHALLENGE-EXIT
           END-IF
           MOVE WS-PARSE-OUT TO WS-PLAYER-A
           MOVE WS-ARG-PID-B TO WS-PARSE-IN
           PERFORM 1600-PARSE-PLAYER
           IF RETURN-CODE NOT = 0
               GO TO 3000-ISSUE-CHALLENGE-EXIT
           END-IF
           MOVE WS-PARSE-OUT TO WS-PLAYER-B
           IF WS-ARG-GAME-ID = SPACES
               DISPLAY 'LADDER: GAME-ID REQUIRED FOR CHAL'
               MOVE 90 TO RETURN-CODE
               GO TO 3000-ISSUE-CHALLENGE-EXIT
           END-IF
           MOVE 14 TO WS-DAYS
           IF WS-ARG-DAYS NOT = SPACES
               MOVE WS-ARG-DAYS TO WS-PARSE-IN
               PERFORM 1200-PARSE-NUMBER
               IF WS-PARSE-ERROR OR WS-PARSE-OUT < 1
                       OR WS-PARSE-OUT > 99
                   DISPLAY 'LADDER: DAYS MUST BE 1-99'
                   MOVE 90 TO RETURN-CODE
                   GO TO 3000-ISSUE-CHALLENGE-EXIT
               END-IF
               MOVE WS-PARSE-OUT TO WS-DAYS
           END-IF
           MOVE WS-PLAYER-A TO WS-CHECK-PLAYER
           PERFORM 7000-FIND-PLAYER-RUNG
           MOVE WS-FOUND-RUNG TO WS-RUNG-A
           MOVE WS-PLAYER-B TO WS-CHECK-PLAYER
           PERFORM 7000-FIND-PLAYER-RUNG
           MOVE WS-FOUND-RUNG TO WS-RUNG-B
           PERFORM 3100-CHECK-RUNGS THRU 3100-CHECK-RUNGS-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 3000-ISSUE-CHALLENGE-EXIT
           END-IF
           OPEN INPUT FC-PLAYER-ROSTER
           IF NOT WS-ROSTER-OK
               DISPLAY 'LADDER: UNABLE TO OPEN PLAYER.ROSTER, '
                   'STATUS ' WS-ROSTER-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 3000-ISSUE-CHALLENGE-EXIT
           END-IF
           MOVE WS-PLAYER-A TO WS-CHECK-PLAYER
           PERFORM 1700-CHECK-ROSTER-PLAYER
           IF RETURN-CODE = 0
               MOVE WS-PLAYER-B TO WS-CHECK-PLAYER
               PERFORM 1700-CHECK-ROSTER-PLAYER
           END-IF
           CLOSE FC-PLAYER-ROSTER
           IF RETURN-CODE NOT = 0
               GO TO 3000-ISSUE-CHALLENGE-EXIT
           END-IF
           PERFORM 3200-CHECK-OPEN-CHALLENGES
               THRU 3200-CHECK-OPEN-CHALLENGES-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 3000-ISSUE-CHALLENGE-EXIT
           END-IF
           PERFORM 3300-CHECK-REGISTERED-GAME
               THRU 3300-CHECK-REGISTERED-GAME-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 3000-ISSUE-CHALLENGE-EXIT
           END-IF
           MOVE WS-CURR-DATE TO WS-WORK-DATE
           PERFORM 8100-STEP-ONE-DAY
               VARYING WS-DAY-STEP FROM 1 BY 1
               UNTIL WS-DAY-STEP > WS-DAYS
           ADD 1 TO WS-LAST-CHALLENGE
           MOVE SPACES TO FS-LADDER
           SET LD-IS-CHALLENGE TO TRUE
           MOVE WS-LAST-CHALLENGE TO LD-KEY-NUM
           MOVE WS-PLAYER-A TO LD-CHALLENGER
           MOVE WS-PLAYER-B TO LD-DEFENDER
           MOVE WS-RUNG-A TO LD-CHALLENGER-RUNG
           MOVE WS-RUNG-B TO LD-DEFENDER-RUNG
           MOVE WS-CURR-DATE TO LD-ISSUE-DATE
           MOVE WS-ARG-GAME-ID TO LD-GAME-ID
           MOVE WS-WORK-DATE-NUM TO LD-DEADLINE
           SET LD-CH-PENDING TO TRUE
           MOVE 0 TO LD-CLOSE-DATE
           WRITE FS-LADDER
               INVALID KEY
                   DISPLAY 'LADDER: CHALLENGE ' WS-LAST-CHALLENGE
                       ' ALREADY ON FILE, STATUS ' WS-LADDER-STATUS
                   MOVE 90 TO RETURN-CODE
                   GO TO 3000-ISSUE-CHALLENGE-EXIT
           END-WRITE
           PERFORM 1500-WRITE-CONTROL
           IF RETURN-CODE = 0
               DISPLAY 'LADDER: CHALLENGE ' WS-LAST-CHALLENGE
                   ' ISSUED, DEADLINE ' WS-WORK-DATE-NUM
           END-IF.
       3000-ISSUE-CHALLENGE-EXIT.
           EXIT.
      * the challenger must stand below the defender, and no more than
      * three rungs below
       3100-CHECK-RUNGS.
           IF WS-PLAYER-A = WS-PLAYER-B
               DISPLAY 'LADDER: A PLAYER CANNOT CHALLENGE THEMSELVES'
               MOVE 90 TO RETURN-CODE
               GO TO 3100-CHECK-RUNGS-EXIT
           END-IF
           IF WS-RUNG-A = 0
               DISPLAY 'LADDER: PLAYER ' WS-PLAYER-A
                   ' IS NOT ON THE LADDER'
               MOVE 90 TO RETURN-CODE
               GO TO 3100-CHECK-RUNGS-EXIT
           END-IF
           IF WS-RUNG-B = 0
               DISPLAY 'LADDER: PLAYER ' WS-PLAYER-B
                   ' IS NOT ON THE LADDER'
               MOVE 90 TO RETURN-CODE
               GO TO 3100-CHECK-RUNGS-EXIT
           END-IF
           IF WS-RUNG-A < WS-RUNG-B
               DISPLAY 'LADDER: DEFENDER MUST STAND ABOVE THE '
                   'CHALLENGER'
               MOVE 90 TO RETURN-CODE
               GO TO 3100-CHECK-RUNGS-EXIT
           END-IF
           COMPUTE WS-RUNG-GAP = WS-RUNG-A - WS-RUNG-B
           IF WS-RUNG-GAP > WS-MAX-CHALLENGE-GAP
               DISPLAY 'LADDER: DEFENDER IS ' WS-RUNG-GAP
                   ' RUNGS UP - THE LIMIT IS ' WS-MAX-CHALLENGE-GAP
               MOVE 90 TO RETURN-CODE
           END-IF.
       3100-CHECK-RUNGS-EXIT.
           EXIT.
      * one open challenge per player at a time, and a game id is
      * never reused by a second challenge
       3200-CHECK-OPEN-CHALLENGES.
           MOVE 'N' TO WS-CONFLICT-SWITCH
           MOVE 'N' TO WS-LADDER-EOF-SWITCH
           MOVE 'C' TO LD-REC-TYPE
           MOVE 0 TO LD-KEY-NUM
           START FC-LADDER-FILE
               KEY IS GREATER THAN OR EQUAL TO LD-KEY
               INVALID KEY
                   GO TO 3200-CHECK-OPEN-CHALLENGES-EXIT
           END-START
           PERFORM 3250-CHECK-ONE-CHALLENGE
               UNTIL WS-LADDER-EOF OR WS-CONFLICT-FOUND
           IF WS-CONFLICT-FOUND
               MOVE 90 TO RETURN-CODE
           END-IF.
       3200-CHECK-OPEN-CHALLENGES-EXIT.
           EXIT.
       3250-CHECK-ONE-CHALLENGE.
           READ FC-LADDER-FILE NEXT RECORD
               AT END
                   SET WS-LADDER-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT LD-IS-CHALLENGE
                           SET WS-LADDER-EOF TO TRUE
                       WHEN LD-GAME-ID = WS-ARG-GAME-ID
                           DISPLAY 'LADDER: GAME ' WS-ARG-GAME-ID
                               ' ALREADY USED BY CHALLENGE '
                               LD-KEY-NUM
                           SET WS-CONFLICT-FOUND TO TRUE
                       WHEN NOT LD-CH-PENDING
                           CONTINUE
                       WHEN LD-CHALLENGER = WS-PLAYER-A
                               OR LD-DEFENDER = WS-PLAYER-A
                           DISPLAY 'LADDER: PLAYER ' WS-PLAYER-A
                               ' ALREADY IN CHALLENGE ' LD-KEY-NUM
                           SET WS-CONFLICT-FOUND TO TRUE
                       WHEN LD-CHALLENGER = WS-PLAYER-B
                               OR LD-DEFENDER = WS-PLAYER-B
                           DISPLAY 'LADDER: PLAYER ' WS-PLAYER-B
                               ' ALREADY IN CHALLENGE ' LD-KEY-NUM
                           SET WS-CONFLICT-FOUND TO TRUE
                   END-EVALUATE
           END-READ.
      * with the game register in use the challenge game must be one
      * it issued, still OPEN, between these two players
       3300-CHECK-REGISTERED-GAME.
           OPEN INPUT FC-GAME-REGISTER
           IF WS-REG-STATUS = '35'
               GO TO 3300-CHECK-REGISTERED-GAME-EXIT
           END-IF
           IF NOT WS-REG-OK
               DISPLAY 'LADDER: UNABLE TO OPEN GAME.REGISTER, '
                   'STATUS ' WS-REG-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 3300-CHECK-REGISTERED-GAME-EXIT
           END-IF
           MOVE WS-ARG-GAME-ID TO GR-GAME-ID
           READ FC-GAME-REGISTER
               INVALID KEY
                   DISPLAY 'LADDER: GAME ' WS-ARG-GAME-ID
                       ' NOT REGISTERED'
                   MOVE 90 TO RETURN-CODE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN GR-IS-CONTROL OR NOT GR-OPEN
                           DISPLAY 'LADDER: GAME ' WS-ARG-GAME-ID
                               ' IS NOT OPEN'
                           MOVE 90 TO RETURN-CODE
                       WHEN (GR-PLAYER-A = WS-PLAYER-A
                               AND GR-PLAYER-B = WS-PLAYER-B)
                               OR (GR-PLAYER-A = WS-PLAYER-B
                               AND GR-PLAYER-B = WS-PLAYER-A)
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'LADDER: GAME ' WS-ARG-GAME-ID
                               ' IS REGISTERED TO OTHER PLAYERS'
                           MOVE 90 TO RETURN-CODE
                   END-EVALUATE
           END-READ
           CLOSE FC-GAME-REGISTER.
       3300-CHECK-REGISTERED-GAME-EXIT.
           EXIT.
       4000-NIGHTLY-POST.
           MOVE 30 TO WS-DAYS
           UNSTRING WS-ARG-REST DELIMITED BY ALL SPACES
               INTO WS-ARG-DAYS
           END-UNSTRING
           IF WS-ARG-DAYS NOT = SPACES
               MOVE WS-ARG-DAYS TO WS-PARSE-IN
               PERFORM 1200-PARSE-NUMBER
               IF WS-PARSE-ERROR
                   DISPLAY 'LADDER: DAYS MUST BE NUMERIC'
                   MOVE 90 TO RETURN-CODE
                   GO TO 4000-NIGHTLY-POST-EXIT
               END-IF
               MOVE WS-PARSE-OUT TO WS-DAYS
           END-IF
           PERFORM 7200-LOAD-PENDING THRU 7200-LOAD-PENDING-EXIT
           PERFORM 4100-POST-RESULTS THRU 4100-POST-RESULTS-EXIT
           IF NOT WS-LADDER-OPEN
               GO TO 4000-NIGHTLY-POST-EXIT
           END-IF
           PERFORM 4300-FORFEIT-OVERDUE
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-USED
           PERFORM 4500-CHECK-INACTIVE THRU 4500-CHECK-INACTIVE-EXIT
           DISPLAY 'LADDER: ' WS-RESULTS-POSTED ' RESULTS POSTED, '
               WS-FORFEITS ' FORFEITED, ' WS-DROPS ' DROPPED'.
       4000-NIGHTLY-POST-EXIT.
           EXIT.
      * LADRPOST opens the ladder itself, so the master is closed
      * while any result already on file is handed to it
       4100-POST-RESULTS.
           IF WS-PT-USED = 0
               GO TO 4100-POST-RESULTS-EXIT
           END-IF
           CLOSE FC-LADDER-FILE
           MOVE 'N' TO WS-LADDER-OPEN-SWITCH
           OPEN INPUT FC-REPLAY-FILE
           IF WS-REPLAY-OK
               SET WS-REPLAY-AVAIL TO TRUE
           END-IF
           OPEN INPUT FC-GAME-LIB
           IF WS-LIB-OK
               SET WS-LIB-AVAIL TO TRUE
           END-IF
           PERFORM 4200-POST-ONE-RESULT
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-USED
           IF WS-REPLAY-AVAIL
               CLOSE FC-REPLAY-FILE
           END-IF
           IF WS-LIB-AVAIL
               CLOSE FC-GAME-LIB
           END-IF
           PERFORM 1300-OPEN-LADDER THRU 1300-OPEN-LADDER-EXIT.
       4100-POST-RESULTS-EXIT.
           EXIT.
       4200-POST-ONE-RESULT.
           PERFORM 7400-LOOKUP-RESULT
           IF WS-RESULT-FOUND
               CALL 'LADRPOST' USING BY REFERENCE
                                         WS-PT-GAME-ID(WS-PT-SUB)
                                     BY REFERENCE WS-WIN-PLAYER
                                     BY REFERENCE WS-POST-RC
               IF WS-POST-RC = 0
                   MOVE 'Y' TO WS-PT-POSTED(WS-PT-SUB)
                   ADD 1 TO WS-RESULTS-POSTED
               ELSE
                   DISPLAY 'LADDER: UNABLE TO POST GAME '
                       WS-PT-GAME-ID(WS-PT-SUB) ', RC ' WS-POST-RC
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      * a challenge still unplayed after its deadline day goes to the
      * defender; the ladder stays as it is
       4300-FORFEIT-OVERDUE.
           IF WS-PT-POSTED(WS-PT-SUB) = 'N'
                   AND WS-PT-DEADLINE(WS-PT-SUB) < WS-CURR-DATE
               MOVE 'C' TO LD-REC-TYPE
               MOVE WS-PT-CH-NUM(WS-PT-SUB) TO LD-KEY-NUM
               READ FC-LADDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LD-CH-PENDING
                           SET LD-CH-FORFEITED TO TRUE
                           MOVE WS-CURR-DATE TO LD-CLOSE-DATE
                           REWRITE FS-LADDER
                           IF WS-LADDER-OK
                               ADD 1 TO WS-FORFEITS
                               DISPLAY 'LADDER: CHALLENGE '
                                   LD-KEY-NUM ' FORFEITED TO PLAYER '
                                   LD-DEFENDER
                           ELSE
                               MOVE 90 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-IF.
      * the roster carries only an active flag, so the ladder keeps
      * the day it first saw each player inactive; once that is more
      * than the allowed days ago the player drops to the bottom rung,
      * once per spell of inactivity
       4500-CHECK-INACTIVE.
           OPEN INPUT FC-PLAYER-ROSTER
           IF WS-ROSTER-STATUS = '35'
               GO TO 4500-CHECK-INACTIVE-EXIT
           END-IF
           IF NOT WS-ROSTER-OK
               DISPLAY 'LADDER: UNABLE TO OPEN PLAYER.ROSTER, '
                   'STATUS ' WS-ROSTER-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 4500-CHECK-INACTIVE-EXIT
           END-IF
           MOVE 0 TO WS-DT-USED
           PERFORM 4600-CHECK-ONE-RUNG
               VARYING WS-RUNG-SUB FROM 1 BY 1
               UNTIL WS-RUNG-SUB > WS-RUNG-COUNT
           CLOSE FC-PLAYER-ROSTER
           PERFORM 4800-DROP-ONE-PLAYER THRU 4800-DROP-EXIT
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-USED.
       4500-CHECK-INACTIVE-EXIT.
           EXIT.
       4600-CHECK-ONE-RUNG.
           MOVE 'R' TO LD-REC-TYPE
           MOVE WS-RUNG-SUB TO LD-KEY-NUM
           READ FC-LADDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 4700-CHECK-RUNG-PLAYER
           END-READ.
       4700-CHECK-RUNG-PLAYER.
           MOVE LD-PLAYER-ID TO RS-PLAYER-ID
           READ FC-PLAYER-ROSTER
               INVALID KEY
                   SET RS-INACTIVE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN RS-ACTIVE
                   IF LD-INACTIVE-SINCE NOT = 0 OR LD-DROPPED
                       MOVE 0 TO LD-INACTIVE-SINCE
                       SET LD-NOT-DROPPED TO TRUE
                       REWRITE FS-LADDER
                       IF NOT WS-LADDER-OK
                           MOVE 90 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN LD-INACTIVE-SINCE = 0
                   MOVE WS-CURR-DATE TO LD-INACTIVE-SINCE
                   REWRITE FS-LADDER
                   IF NOT WS-LADDER-OK
                       MOVE 90 TO RETURN-CODE
                   END-IF
               WHEN LD-DROPPED
                   CONTINUE
               WHEN OTHER
                   MOVE LD-INACTIVE-SINCE TO WS-WORK-DATE-NUM
                   PERFORM 8000-DATE-TO-SERIAL
                       THRU 8000-DATE-TO-SERIAL-EXIT
                   COMPUTE WS-INACTIVE-AGE =
                       WS-TODAY-SERIAL - WS-SERIAL-DAYS
                   IF WS-INACTIVE-AGE > WS-DAYS AND WS-DT-USED < 200
                       ADD 1 TO WS-DT-USED
                       MOVE LD-PLAYER-ID TO WS-DT-PLAYER(WS-DT-USED)
                   END-IF
           END-EVALUATE.
      * everyone below moves up one rung and the player takes the
      * bottom rung, marked as dropped
       4800-DROP-ONE-PLAYER.
           MOVE WS-DT-PLAYER(WS-DT-SUB) TO WS-CHECK-PLAYER
           PERFORM 7000-FIND-PLAYER-RUNG
           IF WS-FOUND-RUNG = 0
               GO TO 4800-DROP-EXIT
           END-IF
           MOVE 'R' TO LD-REC-TYPE
           MOVE WS-FOUND-RUNG TO LD-KEY-NUM
           READ FC-LADDER-FILE
               INVALID KEY
                   GO TO 4800-DROP-EXIT
           END-READ
           SET LD-DROPPED TO TRUE
           MOVE LD-RUNG-DATA TO WS-SAVE-RUNG-DATA
           PERFORM 4900-MOVE-RUNG-UP
               VARYING WS-RUNG-SUB FROM WS-FOUND-RUNG BY 1
               UNTIL WS-RUNG-SUB >= WS-RUNG-COUNT
           MOVE 'R' TO LD-REC-TYPE
           MOVE WS-RUNG-COUNT TO LD-KEY-NUM
           MOVE WS-SAVE-RUNG-DATA TO LD-RUNG-DATA
           REWRITE FS-LADDER
           IF WS-LADDER-OK
               ADD 1 TO WS-DROPS
               DISPLAY 'LADDER: PLAYER ' WS-CHECK-PLAYER
                   ' DROPPED FROM RUNG ' WS-FOUND-RUNG
                   ' TO RUNG ' WS-RUNG-COUNT
           ELSE
               MOVE 90 TO RETURN-CODE
           END-IF.
       4800-DROP-EXIT.
           EXIT.
       4900-MOVE-RUNG-UP.
           MOVE 'R' TO LD-REC-TYPE
           COMPUTE LD-KEY-NUM = WS-RUNG-SUB + 1
           READ FC-LADDER-FILE
               INVALID KEY
                   MOVE 90 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-RUNG-SUB TO LD-KEY-NUM
                   REWRITE FS-LADDER
                   IF NOT WS-LADDER-OK
                       MOVE 90 TO RETURN-CODE
                   END-IF
           END-READ.
       5000-LIST-LADDER.
           MOVE './ladder.rpt' TO WS-PRINT-NAME
           OPEN OUTPUT FC-PRINT-FILE
           IF NOT WS-PRINT-OK
               DISPLAY 'LADDER: UNABLE TO OPEN LADDER.RPT, STATUS '
                   WS-PRINT-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 5000-LIST-LADDER-EXIT
           END-IF
           OPEN INPUT FC-PLAYER-ROSTER
           IF WS-ROSTER-OK
               SET WS-ROSTER-AVAIL TO TRUE
           END-IF
           PERFORM 7200-LOAD-PENDING THRU 7200-LOAD-PENDING-EXIT
           MOVE WS-CURR-DATE TO WS-LTL-DATE
           MOVE WS-LADDER-TITLE-LINE TO PR-LINE
           WRITE PR-LINE
           IF WS-RUNG-COUNT = 0
               MOVE 'NO PLAYERS ON THE LADDER' TO PR-LINE
               WRITE PR-LINE
           ELSE
               MOVE WS-LADDER-HEAD-LINE TO PR-LINE
               WRITE PR-LINE
               PERFORM 5100-PRINT-ONE-RUNG
                   VARYING WS-RUNG-SUB FROM 1 BY 1
                   UNTIL WS-RUNG-SUB > WS-RUNG-COUNT
           END-IF
           IF WS-ROSTER-AVAIL
               CLOSE FC-PLAYER-ROSTER
           END-IF
           CLOSE FC-PRINT-FILE.
       5000-LIST-LADDER-EXIT.
           EXIT.
       5100-PRINT-ONE-RUNG.
           MOVE 'R' TO LD-REC-TYPE
           MOVE WS-RUNG-SUB TO LD-KEY-NUM
           READ FC-LADDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 5200-FORMAT-RUNG-LINE
                   MOVE WS-LADDER-LINE TO PR-LINE
                   WRITE PR-LINE
           END-READ.
       5200-FORMAT-RUNG-LINE.
           MOVE WS-RUNG-SUB TO WS-LL-RUNG
           MOVE LD-PLAYER-ID TO WS-LL-PLAYER
           MOVE LD-PLAYER-ID TO WS-CHECK-PLAYER
           PERFORM 8200-LOOKUP-PLAYER-NAME
           MOVE WS-LOOKUP-NAME TO WS-LL-NAME
           EVALUATE TRUE
               WHEN LD-DROPPED
                   MOVE 'DROPPED' TO WS-LL-STATUS
               WHEN LD-INACTIVE-SINCE NOT = 0
                   MOVE 'INACTIVE' TO WS-LL-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-LL-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-LL-CHALLENGE
           MOVE 0 TO WS-PT-MATCH
           PERFORM 5300-MATCH-PENDING
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-USED OR WS-PT-MATCH > 0.
       5300-MATCH-PENDING.
           EVALUATE TRUE
               WHEN WS-PT-CHALLENGER(WS-PT-SUB) = LD-PLAYER-ID
                   MOVE 'CHALLENGES' TO WS-CX-VERB
                   MOVE WS-PT-DEFENDER(WS-PT-SUB) TO WS-CX-OPPONENT
                   MOVE WS-PT-SUB TO WS-PT-MATCH
               WHEN WS-PT-DEFENDER(WS-PT-SUB) = LD-PLAYER-ID
                   MOVE 'DEFENDS VS' TO WS-CX-VERB
                   MOVE WS-PT-CHALLENGER(WS-PT-SUB) TO WS-CX-OPPONENT
                   MOVE WS-PT-SUB TO WS-PT-MATCH
           END-EVALUATE
           IF WS-PT-MATCH > 0
               MOVE WS-PT-GAME-ID(WS-PT-SUB) TO WS-CX-GAME-ID
               MOVE WS-CHALLENGE-TEXT TO WS-LL-CHALLENGE
           END-IF.
       6000-CHALLENGE-HISTORY.
           UNSTRING WS-ARG-REST DELIMITED BY ALL SPACES
               INTO WS-ARG-PID-A
           END-UNSTRING
           IF WS-ARG-PID-A NOT = SPACES
               MOVE WS-ARG-PID-A TO WS-PARSE-IN
               PERFORM 1600-PARSE-PLAYER
               IF RETURN-CODE NOT = 0
                   GO TO 6000-CHALLENGE-HISTORY-EXIT
               END-IF
               MOVE WS-PARSE-OUT TO WS-FILTER-PLAYER
           END-IF
           MOVE './ladrhist.rpt' TO WS-PRINT-NAME
           OPEN OUTPUT FC-PRINT-FILE
           IF NOT WS-PRINT-OK
               DISPLAY 'LADDER: UNABLE TO OPEN LADRHIST.RPT, STATUS '
                   WS-PRINT-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 6000-CHALLENGE-HISTORY-EXIT
           END-IF
           IF WS-FILTER-PLAYER = 0
               MOVE 'ALL' TO WS-HTL-PLAYER
           ELSE
               MOVE WS-FILTER-PLAYER TO WS-HTL-PLAYER
           END-IF
           MOVE WS-HIST-TITLE-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE WS-HIST-HEAD-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE 'N' TO WS-LADDER-EOF-SWITCH
           MOVE 'C' TO LD-REC-TYPE
           MOVE 0 TO LD-KEY-NUM
           START FC-LADDER-FILE
               KEY IS GREATER THAN OR EQUAL TO LD-KEY
               INVALID KEY
                   SET WS-LADDER-EOF TO TRUE
           END-START
           PERFORM 6100-PRINT-ONE-CHALLENGE UNTIL WS-LADDER-EOF
           MOVE WS-CHALLENGES-LISTED TO WS-HT-COUNT
           MOVE WS-PENDING-LISTED TO WS-HT-PENDING
           MOVE WS-HIST-TOTAL-LINE TO PR-LINE
           WRITE PR-LINE
           CLOSE FC-PRINT-FILE.
       6000-CHALLENGE-HISTORY-EXIT.
           EXIT.
       6100-PRINT-ONE-CHALLENGE.
           READ FC-LADDER-FILE NEXT RECORD
               AT END
                   SET WS-LADDER-EOF TO TRUE
               NOT AT END
                   IF NOT LD-IS-CHALLENGE
                       SET WS-LADDER-EOF TO TRUE
                   ELSE
                       IF WS-FILTER-PLAYER = 0
                               OR LD-CHALLENGER = WS-FILTER-PLAYER
                               OR LD-DEFENDER = WS-FILTER-PLAYER
                           PERFORM 6200-FORMAT-HIST-LINE
                           MOVE WS-HIST-LINE TO PR-LINE
                           WRITE PR-LINE
                       END-IF
                   END-IF
           END-READ.
       6200-FORMAT-HIST-LINE.
           ADD 1 TO WS-CHALLENGES-LISTED
           MOVE LD-KEY-NUM TO WS-HI-NUM
           MOVE LD-ISSUE-DATE TO WS-HI-ISSUED
           MOVE LD-CHALLENGER TO WS-HI-CHALLENGER
           MOVE LD-CHALLENGER-RUNG TO WS-HI-CH-RUNG
           MOVE LD-DEFENDER TO WS-HI-DEFENDER
           MOVE LD-DEFENDER-RUNG TO WS-HI-DF-RUNG
           MOVE LD-GAME-ID TO WS-HI-GAME-ID
           MOVE LD-DEADLINE TO WS-HI-DEADLINE
           EVALUATE TRUE
               WHEN LD-CH-PENDING
                   MOVE 'PENDING' TO WS-HI-OUTCOME
                   ADD 1 TO WS-PENDING-LISTED
               WHEN LD-CH-CHALLENGER-WON
                   MOVE 'CHALL WON' TO WS-HI-OUTCOME
               WHEN LD-CH-DEFENDER-WON
                   MOVE 'DEFEND WON' TO WS-HI-OUTCOME
               WHEN LD-CH-DRAWN
                   MOVE 'DRAWN' TO WS-HI-OUTCOME
               WHEN LD-CH-FORFEITED
                   MOVE 'FORFEITED' TO WS-HI-OUTCOME
               WHEN OTHER
                   MOVE LD-CH-STATUS TO WS-HI-OUTCOME
           END-EVALUATE
           IF LD-CLOSE-DATE = 0
               MOVE SPACES TO WS-HI-CLOSED
           ELSE
               MOVE LD-CLOSE-DATE TO WS-HI-CLOSED
           END-IF.
       7000-FIND-PLAYER-RUNG.
           MOVE 0 TO WS-FOUND-RUNG
           PERFORM 7050-CHECK-ONE-RUNG
               VARYING WS-RUNG-SUB FROM 1 BY 1
               UNTIL WS-RUNG-SUB > WS-RUNG-COUNT
                   OR WS-FOUND-RUNG NOT = 0.
       7050-CHECK-ONE-RUNG.
           MOVE 'R' TO LD-REC-TYPE
           MOVE WS-RUNG-SUB TO LD-KEY-NUM
           READ FC-LADDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LD-PLAYER-ID = WS-CHECK-PLAYER
                       MOVE WS-RUNG-SUB TO WS-FOUND-RUNG
                   END-IF
           END-READ.
       7200-LOAD-PENDING.
           MOVE 0 TO WS-PT-USED
           MOVE 'N' TO WS-LADDER-EOF-SWITCH
           MOVE 'C' TO LD-REC-TYPE
           MOVE 0 TO LD-KEY-NUM
           START FC-LADDER-FILE
               KEY IS GREATER THAN OR EQUAL TO LD-KEY
               INVALID KEY
                   GO TO 7200-LOAD-PENDING-EXIT
           END-START
           PERFORM 7250-LOAD-ONE-CHALLENGE UNTIL WS-LADDER-EOF.
       7200-LOAD-PENDING-EXIT.
           EXIT.
       7250-LOAD-ONE-CHALLENGE.
           READ FC-LADDER-FILE NEXT RECORD
               AT END
                   SET WS-LADDER-EOF TO TRUE
               NOT AT END
                   IF NOT LD-IS-CHALLENGE
                       SET WS-LADDER-EOF TO TRUE
                   ELSE
                       IF LD-CH-PENDING
                           PERFORM 7300-ADD-PENDING
                       END-IF
                   END-IF
           END-READ.
       7300-ADD-PENDING.
           IF WS-PT-USED >= 200
               DISPLAY 'LADDER: MORE THAN 200 PENDING CHALLENGES - '
                   'EXTRAS LEFT FOR THE NEXT RUN'
               SET WS-LADDER-EOF TO TRUE
           ELSE
               ADD 1 TO WS-PT-USED
               MOVE LD-KEY-NUM TO WS-PT-CH-NUM(WS-PT-USED)
               MOVE LD-CHALLENGER TO WS-PT-CHALLENGER(WS-PT-USED)
               MOVE LD-DEFENDER TO WS-PT-DEFENDER(WS-PT-USED)
               MOVE LD-GAME-ID TO WS-PT-GAME-ID(WS-PT-USED)
               MOVE LD-DEADLINE TO WS-PT-DEADLINE(WS-PT-USED)
               MOVE 'N' TO WS-PT-POSTED(WS-PT-USED)
           END-IF.
      * the challenge game's R trailer, from live play or the library
       7400-LOOKUP-RESULT.
           MOVE 'N' TO WS-RESULT-FOUND-SWITCH
           MOVE 0 TO WS-WIN-PLAYER
           IF WS-REPLAY-AVAIL
               MOVE WS-PT-GAME-ID(WS-PT-SUB)
                   TO FS-REPLAY-GAME-ID OF FS-REPLAY
               MOVE WS-TRAILER-TURN-NUM
                   TO FS-REPLAY-TURN-NUM OF FS-REPLAY
               MOVE 'R' TO FS-REPLAY-REC-TYPE OF FS-REPLAY
               READ FC-REPLAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RESULT-FOUND TO TRUE
                       MOVE FS-REPLAY-WIN-PLAYER OF FS-REPLAY
                           TO WS-WIN-PLAYER
               END-READ
           END-IF
           IF NOT WS-RESULT-FOUND AND WS-LIB-AVAIL
               MOVE WS-PT-GAME-ID(WS-PT-SUB)
                   TO FS-REPLAY-GAME-ID OF FS-LIB-REC
               MOVE WS-TRAILER-TURN-NUM
                   TO FS-REPLAY-TURN-NUM OF FS-LIB-REC
               MOVE 'R' TO FS-REPLAY-REC-TYPE OF FS-LIB-REC
               READ FC-GAME-LIB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RESULT-FOUND TO TRUE
                       MOVE FS-REPLAY-WIN-PLAYER OF FS-LIB-REC
                           TO WS-WIN-PLAYER
               END-READ
           END-IF.
      * serial day count: whole years of days plus the leap days
      * already banked, plus the days so far this year.  only ever
      * subtracted from another serial, so the epoch is arbitrary.
       8000-DATE-TO-SERIAL.
           IF WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
               MOVE 0 TO WS-SERIAL-DAYS
               GO TO 8000-DATE-TO-SERIAL-EXIT
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
      * this year's own leap day is not banked until march
               DIVIDE WS-WD-YEAR BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   SUBTRACT 1 FROM WS-SERIAL-DAYS
               END-IF
           END-IF.
       8000-DATE-TO-SERIAL-EXIT.
           EXIT.
       8100-STEP-ONE-DAY.
           MOVE WS-ML-DAYS(WS-WD-MONTH) TO WS-MONTH-END
           IF WS-WD-MONTH = 2
               DIVIDE WS-WD-YEAR BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-MONTH-END
               END-IF
           END-IF
           ADD 1 TO WS-WD-DAY
           IF WS-WD-DAY > WS-MONTH-END
               MOVE 1 TO WS-WD-DAY
               ADD 1 TO WS-WD-MONTH
               IF WS-WD-MONTH > 12
                   MOVE 1 TO WS-WD-MONTH
                   ADD 1 TO WS-WD-YEAR
               END-IF
           END-IF.
       8200-LOOKUP-PLAYER-NAME.
           MOVE SPACES TO WS-LOOKUP-NAME
           IF WS-ROSTER-AVAIL
               MOVE WS-CHECK-PLAYER TO RS-PLAYER-ID
               READ FC-PLAYER-ROSTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RS-PLAYER-NAME TO WS-LOOKUP-NAME
               END-READ
           END-IF
           IF WS-LOOKUP-NAME = SPACES
               MOVE WS-CHECK-PLAYER TO WS-LOOKUP-ID-DISP
               MOVE WS-LOOKUP-ID-DISP TO WS-LOOKUP-NAME
           END-IF.
       9000-TERMINATE.
           IF WS-LADDER-OPEN
               CLOSE FC-LADDER-FILE
           END-IF.
