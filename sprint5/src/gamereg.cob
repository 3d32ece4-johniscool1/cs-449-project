       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEREG.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. 10-15-26.
      * Maintains the game register (./game.register): every game is
      * registered here before it is played and gets its
      * FS-REPLAY-GAME-ID from the register's control sequence, so two
      * desks can never pick the same id and a game that was started
      * and never finished is still on record.  REPLAY refuses moves
      * for a game that is not registered and OPEN, and marks the game
      * FINISHED when its result trailer is posted.
      * Command line:
      *   NEW   pid-a pid-b [tourn-id round board]
      *                        register a game between two active
      *                        roster players and issue its id; the
      *                        tournament link is optional
      *   ABAND game-id        mark an OPEN game abandoned
      *   VOID  game-id        mark an OPEN or abandoned game void
      *   LIST                 print the register to ./gamereg.rpt
      *   OPEN  [days]         list games OPEN for more than the given
      *                        number of days (default 7) to
      *                        ./opengame.rpt for the desk to chase
      * Issued ids are 'G' followed by a nine-digit sequence number.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-GAME-REGISTER ASSIGN TO './game.register'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-GAME-ID
                   FILE STATUS IS WS-REG-STATUS.
       SELECT FC-PLAYER-ROSTER ASSIGN TO './player.roster'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RS-PLAYER-ID
                   FILE STATUS IS WS-ROSTER-STATUS.
       SELECT FC-TOURN-FILE ASSIGN TO './tourn.master'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TN-TOURN-KEY
                   FILE STATUS IS WS-TOURN-STATUS.
       SELECT FC-PRINT-FILE ASSIGN TO WS-PRINT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-GAME-REGISTER.
       01 FS-GAME-REGISTER.
           COPY GREGREC.
       FD FC-PLAYER-ROSTER.
       01 FS-PLAYER-ROSTER.
           COPY PROSTREC.
       FD FC-TOURN-FILE.
       01 FS-TOURN.
           COPY TORNREC.
       FD FC-PRINT-FILE.
       01 PR-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-REG-STATUS PIC XX.
           88 WS-REG-OK VALUE '00'.
       01 WS-ROSTER-STATUS PIC XX.
           88 WS-ROSTER-OK VALUE '00'.
       01 WS-TOURN-STATUS PIC XX.
           88 WS-TOURN-OK VALUE '00'.
       01 WS-PRINT-STATUS PIC XX.
           88 WS-PRINT-OK VALUE '00'.
       01 WS-REG-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-REG-EOF VALUE 'Y'.
       01 WS-PRINT-NAME PIC X(40).
       01 WS-COMMAND-LINE PIC X(80).
       01 WS-ARG-ACTION PIC X(05).
       01 WS-ARG-REST PIC X(80).
       01 WS-ARG-PTR PIC 9(02).
       01 WS-ARG-PID-A PIC X(05).
       01 WS-ARG-PID-B PIC X(05).
       01 WS-ARG-TOURN-ID PIC X(10).
       01 WS-ARG-ROUND PIC X(05).
       01 WS-ARG-BOARD PIC X(05).
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
       01 WS-ROUND-NUM PIC 9(03).
       01 WS-BOARD-NUM PIC 9(03).
       01 WS-CHECK-PLAYER PIC 9(03).
       01 WS-NEW-SEQ PIC 9(09).
       01 WS-NEW-GAME-ID.
           02 FILLER PIC X(01) VALUE 'G'.
           02 WS-NG-SEQ PIC 9(09).
       01 WS-MAX-OPEN-DAYS PIC 9(05).
       01 WS-OPEN-FOUND PIC 9(05) VALUE 0.
       01 WS-GAMES-LISTED PIC 9(05) VALUE 0.
      * date handling - a date becomes a serial day count so the age
      * of an open game is a simple subtraction.  month offsets are
      * the days before the first of each month in a common year.
       01 WS-MONTH-OFFSET-DEF.
           02 FILLER PIC X(09) VALUE '000031059'.
           02 FILLER PIC X(09) VALUE '090120151'.
           02 FILLER PIC X(09) VALUE '181212243'.
           02 FILLER PIC X(09) VALUE '273304334'.
       01 WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DEF.
           02 WS-MO-DAYS OCCURS 12 PIC 9(03).
       01 WS-CURR-DATE PIC 9(08).
       01 WS-WORK-DATE.
           02 WS-WD-YEAR PIC 9(04).
           02 WS-WD-MONTH PIC 9(02).
           02 WS-WD-DAY PIC 9(02).
       01 WS-SERIAL-DAYS PIC 9(08).
       01 WS-TODAY-SERIAL PIC 9(08).
       01 WS-GAME-AGE PIC S9(08).
       01 WS-LEAP-REM PIC 9(04).
       01 WS-LEAP-QUOT PIC 9(04).
       01 WS-QUOT-4 PIC 9(04).
       01 WS-QUOT-100 PIC 9(04).
       01 WS-QUOT-400 PIC 9(04).
       01 WS-LIST-HEAD-LINE.
           02 FILLER PIC X(12) VALUE 'GAME-ID     '.
           02 FILLER PIC X(10) VALUE 'STARTED   '.
           02 FILLER PIC X(10) VALUE 'PLAYERS   '.
           02 FILLER PIC X(11) VALUE 'TOURNAMENT '.
           02 FILLER PIC X(10) VALUE 'RND BRD   '.
           02 FILLER PIC X(10) VALUE 'STATUS    '.
           02 FILLER PIC X(08) VALUE 'CHANGED '.
       01 WS-LIST-LINE.
           02 WS-LL-GAME-ID PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-LL-START-DATE PIC 9(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-LL-PLAYER-A PIC ZZ9.
           02 FILLER PIC X(04) VALUE ' VS '.
           02 WS-LL-PLAYER-B PIC ZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-LL-TOURN-ID PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-LL-ROUND PIC ZZZ.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-LL-BOARD PIC ZZZ.
           02 FILLER PIC X(03) VALUE SPACES.
           02 WS-LL-STATUS PIC X(09).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-LL-STATUS-DATE PIC 9(08).
       01 WS-LIST-TOTAL-LINE.
           02 FILLER PIC X(18) VALUE 'GAMES REGISTERED: '.
           02 WS-LT-COUNT PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE '   LAST ISSUED '.
           02 WS-LT-LAST-SEQ PIC Z(08)9.
       01 WS-OPEN-TITLE-LINE.
           02 FILLER PIC X(32) VALUE
           'GAMES OPEN LONGER THAN      DAYS'.
       01 WS-OPEN-TITLE-R REDEFINES WS-OPEN-TITLE-LINE.
           02 FILLER PIC X(23).
           02 WS-OT-DAYS PIC ZZZZ9.
           02 FILLER PIC X(04).
       01 WS-OPEN-HEAD-LINE.
           02 FILLER PIC X(12) VALUE 'GAME-ID     '.
           02 FILLER PIC X(10) VALUE 'STARTED   '.
           02 FILLER PIC X(10) VALUE 'PLAYERS   '.
           02 FILLER PIC X(11) VALUE 'TOURNAMENT '.
           02 FILLER PIC X(10) VALUE 'RND BRD   '.
           02 FILLER PIC X(09) VALUE 'DAYS OPEN'.
       01 WS-OPEN-LINE.
           02 WS-OL-GAME-ID PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-OL-START-DATE PIC 9(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-OL-PLAYER-A PIC ZZ9.
           02 FILLER PIC X(04) VALUE ' VS '.
           02 WS-OL-PLAYER-B PIC ZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-OL-TOURN-ID PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-OL-ROUND PIC ZZZ.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-OL-BOARD PIC ZZZ.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WS-OL-DAYS PIC ZZZZ9.
       01 WS-OPEN-TOTAL-LINE.
           02 FILLER PIC X(18) VALUE 'GAMES TO CHASE:   '.
           02 WS-OTL-COUNT PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF RETURN-CODE = 0
               EVALUATE WS-ARG-ACTION
                   WHEN 'NEW'
                       PERFORM 2000-NEW-GAME
                           THRU 2000-NEW-GAME-EXIT
                   WHEN 'ABAND'
                       PERFORM 3000-SET-STATUS
                           THRU 3000-SET-STATUS-EXIT
                   WHEN 'VOID'
                       PERFORM 3000-SET-STATUS
                           THRU 3000-SET-STATUS-EXIT
                   WHEN 'LIST'
                       PERFORM 4000-LIST-REGISTER
                           THRU 4000-LIST-REGISTER-EXIT
                   WHEN 'OPEN'
                       PERFORM 5000-OPEN-GAMES
                           THRU 5000-OPEN-GAMES-EXIT
                   WHEN OTHER
                       DISPLAY 'GAMEREG: ACTION MUST BE NEW, ABAND, '
                           'VOID, LIST OR OPEN'
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
               DISPLAY 'GAMEREG: ACTION REQUIRED ON COMMAND LINE'
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           OPEN I-O FC-GAME-REGISTER
           IF WS-REG-STATUS = '35'
               PERFORM 1100-CREATE-REGISTER
                   THRU 1100-CREATE-REGISTER-EXIT
           ELSE IF NOT WS-REG-OK
               DISPLAY 'GAMEREG: UNABLE TO OPEN GAME.REGISTER, '
                   'STATUS ' WS-REG-STATUS
               MOVE 90 TO RETURN-CODE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.
      * a new register starts with its control record at sequence
      * zero so the first game issued is G000000001
       1100-CREATE-REGISTER.
           OPEN OUTPUT FC-GAME-REGISTER
           IF NOT WS-REG-OK
               DISPLAY 'GAMEREG: UNABLE TO CREATE GAME.REGISTER, '
                   'STATUS ' WS-REG-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1100-CREATE-REGISTER-EXIT
           END-IF
           MOVE SPACES TO FS-GAME-REGISTER
           SET GR-IS-CONTROL TO TRUE
           MOVE 0 TO GR-LAST-SEQ
           WRITE FS-GAME-REGISTER
           CLOSE FC-GAME-REGISTER
           OPEN I-O FC-GAME-REGISTER
           IF NOT WS-REG-OK
               DISPLAY 'GAMEREG: UNABLE TO REOPEN GAME.REGISTER, '
                   'STATUS ' WS-REG-STATUS
               MOVE 90 TO RETURN-CODE
           END-IF.
       1100-CREATE-REGISTER-EXIT.
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
       2000-NEW-GAME.
           UNSTRING WS-ARG-REST DELIMITED BY ALL SPACES
               INTO WS-ARG-PID-A
                    WS-ARG-PID-B
                    WS-ARG-TOURN-ID
                    WS-ARG-ROUND
                    WS-ARG-BOARD
           END-UNSTRING
           MOVE WS-ARG-PID-A TO WS-PARSE-IN
           PERFORM 1200-PARSE-NUMBER
           IF WS-PARSE-ERROR OR WS-PARSE-OUT < 1
                   OR WS-PARSE-OUT > 999
               DISPLAY 'GAMEREG: PLAYER IDS MUST BE 1-999'
               MOVE 90 TO RETURN-CODE
               GO TO 2000-NEW-GAME-EXIT
           END-IF
           MOVE WS-PARSE-OUT TO WS-PLAYER-A
           MOVE WS-ARG-PID-B TO WS-PARSE-IN
           PERFORM 1200-PARSE-NUMBER
           IF WS-PARSE-ERROR OR WS-PARSE-OUT < 1
                   OR WS-PARSE-OUT > 999
               DISPLAY 'GAMEREG: PLAYER IDS MUST BE 1-999'
               MOVE 90 TO RETURN-CODE
               GO TO 2000-NEW-GAME-EXIT
           END-IF
           MOVE WS-PARSE-OUT TO WS-PLAYER-B
           IF WS-PLAYER-A = WS-PLAYER-B
               DISPLAY 'GAMEREG: A PLAYER CANNOT PLAY THEMSELVES'
               MOVE 90 TO RETURN-CODE
               GO TO 2000-NEW-GAME-EXIT
           END-IF
           MOVE 0 TO WS-ROUND-NUM
           MOVE 0 TO WS-BOARD-NUM
           IF WS-ARG-TOURN-ID NOT = SPACES
               PERFORM 2100-CHECK-TOURN-LINK
                   THRU 2100-CHECK-TOURN-LINK-EXIT
               IF RETURN-CODE NOT = 0
                   GO TO 2000-NEW-GAME-EXIT
               END-IF
           END-IF
           PERFORM 2200-CHECK-PLAYERS THRU 2200-CHECK-PLAYERS-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 2000-NEW-GAME-EXIT
           END-IF
           PERFORM 2300-NEXT-SEQUENCE THRU 2300-NEXT-SEQUENCE-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 2000-NEW-GAME-EXIT
           END-IF
           MOVE WS-NEW-SEQ TO WS-NG-SEQ
           MOVE WS-NEW-GAME-ID TO GR-GAME-ID
           MOVE WS-CURR-DATE TO GR-START-DATE
           MOVE WS-PLAYER-A TO GR-PLAYER-A
           MOVE WS-PLAYER-B TO GR-PLAYER-B
           MOVE WS-ARG-TOURN-ID TO GR-TOURN-ID
           MOVE WS-ROUND-NUM TO GR-ROUND-NUM
           MOVE WS-BOARD-NUM TO GR-BOARD-NUM
           SET GR-OPEN TO TRUE
           MOVE WS-CURR-DATE TO GR-STATUS-DATE
           WRITE FS-GAME-REGISTER
               INVALID KEY
                   DISPLAY 'GAMEREG: GAME ' WS-NEW-GAME-ID
                       ' ALREADY REGISTERED, STATUS ' WS-REG-STATUS
                   MOVE 90 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'GAMEREG: GAME ' WS-NEW-GAME-ID
                       ' REGISTERED'
           END-WRITE.
       2000-NEW-GAME-EXIT.
           EXIT.
      * a tournament game must name a defined tournament and a board
      * in the same ranges TORNMNT pairs on
       2100-CHECK-TOURN-LINK.
           MOVE WS-ARG-ROUND TO WS-PARSE-IN
           PERFORM 1200-PARSE-NUMBER
           IF WS-PARSE-ERROR OR WS-PARSE-OUT < 1
                   OR WS-PARSE-OUT > 10
               DISPLAY 'GAMEREG: ROUND MUST BE 1-10'
               MOVE 90 TO RETURN-CODE
               GO TO 2100-CHECK-TOURN-LINK-EXIT
           END-IF
           MOVE WS-PARSE-OUT TO WS-ROUND-NUM
           MOVE WS-ARG-BOARD TO WS-PARSE-IN
           PERFORM 1200-PARSE-NUMBER
           IF WS-PARSE-ERROR OR WS-PARSE-OUT < 1
                   OR WS-PARSE-OUT > 99
               DISPLAY 'GAMEREG: BOARD MUST BE 1-99'
               MOVE 90 TO RETURN-CODE
               GO TO 2100-CHECK-TOURN-LINK-EXIT
           END-IF
           MOVE WS-PARSE-OUT TO WS-BOARD-NUM
           OPEN INPUT FC-TOURN-FILE
           IF NOT WS-TOURN-OK
               DISPLAY 'GAMEREG: UNABLE TO OPEN TOURN.MASTER, '
                   'STATUS ' WS-TOURN-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 2100-CHECK-TOURN-LINK-EXIT
           END-IF
           MOVE WS-ARG-TOURN-ID TO TN-TOURN-ID
           MOVE 0 TO TN-ROUND-NUM
           MOVE 0 TO TN-BOARD-NUM
           MOVE 'H' TO TN-REC-TYPE
           READ FC-TOURN-FILE
               INVALID KEY
                   DISPLAY 'GAMEREG: TOURNAMENT ' WS-ARG-TOURN-ID
                       ' NOT DEFINED'
                   MOVE 90 TO RETURN-CODE
           END-READ
           CLOSE FC-TOURN-FILE.
       2100-CHECK-TOURN-LINK-EXIT.
           EXIT.
      * both players must be on the roster and active; a site that has
      * never built a roster file is not held to it, the same as REPLAY
       2200-CHECK-PLAYERS.
           OPEN INPUT FC-PLAYER-ROSTER
           IF WS-ROSTER-STATUS = '35'
               GO TO 2200-CHECK-PLAYERS-EXIT
           END-IF
           IF NOT WS-ROSTER-OK
               DISPLAY 'GAMEREG: UNABLE TO OPEN PLAYER.ROSTER, '
                   'STATUS ' WS-ROSTER-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 2200-CHECK-PLAYERS-EXIT
           END-IF
           MOVE WS-PLAYER-A TO WS-CHECK-PLAYER
           PERFORM 2250-CHECK-ROSTER-PLAYER
           IF RETURN-CODE = 0
               MOVE WS-PLAYER-B TO WS-CHECK-PLAYER
               PERFORM 2250-CHECK-ROSTER-PLAYER
           END-IF
           CLOSE FC-PLAYER-ROSTER.
       2200-CHECK-PLAYERS-EXIT.
           EXIT.
       2250-CHECK-ROSTER-PLAYER.
           MOVE WS-CHECK-PLAYER TO RS-PLAYER-ID
           READ FC-PLAYER-ROSTER
               INVALID KEY
                   DISPLAY 'GAMEREG: PLAYER ' WS-CHECK-PLAYER
                       ' NOT ON ROSTER'
                   MOVE 90 TO RETURN-CODE
               NOT INVALID KEY
                   IF RS-INACTIVE
                       DISPLAY 'GAMEREG: PLAYER ' WS-CHECK-PLAYER
                           ' IS INACTIVE'
                       MOVE 90 TO RETURN-CODE
                   END-IF
           END-READ.
      * the control record is rewritten before the game is written, so
      * a failure in between burns a number rather than reusing one
       2300-NEXT-SEQUENCE.
           MOVE SPACES TO FS-GAME-REGISTER
           SET GR-IS-CONTROL TO TRUE
           READ FC-GAME-REGISTER
               INVALID KEY
                   DISPLAY 'GAMEREG: CONTROL RECORD MISSING FROM '
                       'GAME.REGISTER'
                   MOVE 90 TO RETURN-CODE
                   GO TO 2300-NEXT-SEQUENCE-EXIT
           END-READ
           IF GR-LAST-SEQ >= 999999999
               DISPLAY 'GAMEREG: GAME ID SEQUENCE EXHAUSTED'
               MOVE 90 TO RETURN-CODE
               GO TO 2300-NEXT-SEQUENCE-EXIT
           END-IF
           ADD 1 TO GR-LAST-SEQ
           MOVE GR-LAST-SEQ TO WS-NEW-SEQ
           REWRITE FS-GAME-REGISTER
           IF NOT WS-REG-OK
               DISPLAY 'GAMEREG: UNABLE TO UPDATE CONTROL RECORD, '
                   'STATUS ' WS-REG-STATUS
               MOVE 90 TO RETURN-CODE
           END-IF.
       2300-NEXT-SEQUENCE-EXIT.
           EXIT.
      * a finished game has a result trailer behind it and is changed
      * only through a result correction, never from here
       3000-SET-STATUS.
           UNSTRING WS-ARG-REST DELIMITED BY ALL SPACES
               INTO WS-ARG-GAME-ID
           END-UNSTRING
           IF WS-ARG-GAME-ID = SPACES
               DISPLAY 'GAMEREG: GAME-ID REQUIRED'
               MOVE 90 TO RETURN-CODE
               GO TO 3000-SET-STATUS-EXIT
           END-IF
           MOVE WS-ARG-GAME-ID TO GR-GAME-ID
           IF GR-IS-CONTROL
               DISPLAY 'GAMEREG: GAME ' WS-ARG-GAME-ID
                   ' NOT REGISTERED'
               MOVE 90 TO RETURN-CODE
               GO TO 3000-SET-STATUS-EXIT
           END-IF
           READ FC-GAME-REGISTER
               INVALID KEY
                   DISPLAY 'GAMEREG: GAME ' WS-ARG-GAME-ID
                       ' NOT REGISTERED'
                   MOVE 90 TO RETURN-CODE
                   GO TO 3000-SET-STATUS-EXIT
           END-READ
           EVALUATE TRUE
               WHEN WS-ARG-ACTION = 'ABAND' AND GR-OPEN
                   SET GR-ABANDONED TO TRUE
               WHEN WS-ARG-ACTION = 'VOID'
                       AND (GR-OPEN OR GR-ABANDONED)
                   SET GR-VOID TO TRUE
               WHEN OTHER
                   DISPLAY 'GAMEREG: GAME ' WS-ARG-GAME-ID
                       ' IS NOT OPEN, STATUS ' GR-STATUS
                   MOVE 90 TO RETURN-CODE
                   GO TO 3000-SET-STATUS-EXIT
           END-EVALUATE
           MOVE WS-CURR-DATE TO GR-STATUS-DATE
           REWRITE FS-GAME-REGISTER
           IF WS-REG-OK
               DISPLAY 'GAMEREG: GAME ' WS-ARG-GAME-ID
                   ' STATUS SET TO ' GR-STATUS
           ELSE
               DISPLAY 'GAMEREG: UNABLE TO REWRITE GAME ' WS-ARG-GAME-ID
                   ', STATUS ' WS-REG-STATUS
               MOVE 90 TO RETURN-CODE
           END-IF.
       3000-SET-STATUS-EXIT.
           EXIT.
       4000-LIST-REGISTER.
           MOVE './gamereg.rpt' TO WS-PRINT-NAME
           OPEN OUTPUT FC-PRINT-FILE
           IF NOT WS-PRINT-OK
               DISPLAY 'GAMEREG: UNABLE TO OPEN GAMEREG.RPT, STATUS '
                   WS-PRINT-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 4000-LIST-REGISTER-EXIT
           END-IF
           MOVE WS-LIST-HEAD-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE 0 TO WS-NEW-SEQ
           MOVE LOW-VALUES TO GR-GAME-ID
           START FC-GAME-REGISTER
               KEY IS GREATER THAN OR EQUAL TO GR-GAME-ID
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM 4100-PRINT-REGISTER-LINE UNTIL WS-REG-EOF
           MOVE WS-GAMES-LISTED TO WS-LT-COUNT
           MOVE WS-NEW-SEQ TO WS-LT-LAST-SEQ
           MOVE WS-LIST-TOTAL-LINE TO PR-LINE
           WRITE PR-LINE
           CLOSE FC-PRINT-FILE.
       4000-LIST-REGISTER-EXIT.
           EXIT.
       4100-PRINT-REGISTER-LINE.
           READ FC-GAME-REGISTER NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF GR-IS-CONTROL
                       MOVE GR-LAST-SEQ TO WS-NEW-SEQ
                   ELSE
                       PERFORM 4200-FORMAT-LIST-LINE
                       MOVE WS-LIST-LINE TO PR-LINE
                       WRITE PR-LINE
                       ADD 1 TO WS-GAMES-LISTED
                   END-IF
           END-READ.
       4200-FORMAT-LIST-LINE.
           MOVE GR-GAME-ID TO WS-LL-GAME-ID
           MOVE GR-START-DATE TO WS-LL-START-DATE
           MOVE GR-PLAYER-A TO WS-LL-PLAYER-A
           MOVE GR-PLAYER-B TO WS-LL-PLAYER-B
           MOVE GR-TOURN-ID TO WS-LL-TOURN-ID
           MOVE GR-ROUND-NUM TO WS-LL-ROUND
           MOVE GR-BOARD-NUM TO WS-LL-BOARD
           EVALUATE TRUE
               WHEN GR-OPEN
                   MOVE 'OPEN' TO WS-LL-STATUS
               WHEN GR-FINISHED
                   MOVE 'FINISHED' TO WS-LL-STATUS
               WHEN GR-ABANDONED
                   MOVE 'ABANDONED' TO WS-LL-STATUS
               WHEN GR-VOID
                   MOVE 'VOID' TO WS-LL-STATUS
               WHEN OTHER
                   MOVE GR-STATUS TO WS-LL-STATUS
           END-EVALUATE
           MOVE GR-STATUS-DATE TO WS-LL-STATUS-DATE.
      * the daily chase list: a game counts as stale once it has been
      * OPEN for more than the given number of days since it started
       5000-OPEN-GAMES.
           UNSTRING WS-ARG-REST DELIMITED BY ALL SPACES
               INTO WS-ARG-DAYS
           END-UNSTRING
           IF WS-ARG-DAYS = SPACES
               MOVE 7 TO WS-MAX-OPEN-DAYS
           ELSE
               MOVE WS-ARG-DAYS TO WS-PARSE-IN
               PERFORM 1200-PARSE-NUMBER
               IF WS-PARSE-ERROR
                   DISPLAY 'GAMEREG: DAYS MUST BE NUMERIC'
                   MOVE 90 TO RETURN-CODE
                   GO TO 5000-OPEN-GAMES-EXIT
               END-IF
               MOVE WS-PARSE-OUT TO WS-MAX-OPEN-DAYS
           END-IF
           MOVE './opengame.rpt' TO WS-PRINT-NAME
           OPEN OUTPUT FC-PRINT-FILE
           IF NOT WS-PRINT-OK
               DISPLAY 'GAMEREG: UNABLE TO OPEN OPENGAME.RPT, STATUS '
                   WS-PRINT-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 5000-OPEN-GAMES-EXIT
           END-IF
           MOVE WS-CURR-DATE TO WS-WORK-DATE
           PERFORM 8000-DATE-TO-SERIAL
           MOVE WS-SERIAL-DAYS TO WS-TODAY-SERIAL
           MOVE WS-MAX-OPEN-DAYS TO WS-OT-DAYS
           MOVE WS-OPEN-TITLE-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE WS-OPEN-HEAD-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE LOW-VALUES TO GR-GAME-ID
           START FC-GAME-REGISTER
               KEY IS GREATER THAN OR EQUAL TO GR-GAME-ID
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM 5100-CHECK-OPEN-GAME UNTIL WS-REG-EOF
           MOVE WS-OPEN-FOUND TO WS-OTL-COUNT
           MOVE WS-OPEN-TOTAL-LINE TO PR-LINE
           WRITE PR-LINE
           CLOSE FC-PRINT-FILE
           DISPLAY 'GAMEREG: ' WS-OPEN-FOUND ' GAMES OPEN LONGER THAN '
               WS-MAX-OPEN-DAYS ' DAYS'.
       5000-OPEN-GAMES-EXIT.
           EXIT.
       5100-CHECK-OPEN-GAME.
           READ FC-GAME-REGISTER NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF GR-OPEN AND NOT GR-IS-CONTROL
                       PERFORM 5200-AGE-OPEN-GAME
                   END-IF
           END-READ.
       5200-AGE-OPEN-GAME.
           MOVE GR-START-DATE TO WS-WORK-DATE
           IF WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
               MOVE 0 TO WS-SERIAL-DAYS
           ELSE
               PERFORM 8000-DATE-TO-SERIAL
           END-IF
           COMPUTE WS-GAME-AGE = WS-TODAY-SERIAL - WS-SERIAL-DAYS
           IF WS-GAME-AGE > WS-MAX-OPEN-DAYS
               MOVE GR-GAME-ID TO WS-OL-GAME-ID
               MOVE GR-START-DATE TO WS-OL-START-DATE
               MOVE GR-PLAYER-A TO WS-OL-PLAYER-A
               MOVE GR-PLAYER-B TO WS-OL-PLAYER-B
               MOVE GR-TOURN-ID TO WS-OL-TOURN-ID
               MOVE GR-ROUND-NUM TO WS-OL-ROUND
               MOVE GR-BOARD-NUM TO WS-OL-BOARD
               MOVE WS-GAME-AGE TO WS-OL-DAYS
               MOVE WS-OPEN-LINE TO PR-LINE
               WRITE PR-LINE
               ADD 1 TO WS-OPEN-FOUND
           END-IF.
      * serial day count: whole years of days plus the leap days
      * already banked, plus the days so far this year.  only ever
      * subtracted from another serial, so the epoch is arbitrary.
       8000-DATE-TO-SERIAL.
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
       9000-TERMINATE.
           CLOSE FC-GAME-REGISTER.
