                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RS-PLAYER-ID
                   FILE STATUS IS WS-ROSTER-STATUS.
       SELECT FC-GAME-REGISTER ASSIGN TO './game.register'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-GAME-ID
                   FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-REPLAY-FILE.
       FD FC-PLAYER-ROSTER.
       01 FS-PLAYER-ROSTER.
           COPY PROSTREC.
       FD FC-GAME-REGISTER.
       01 FS-GAME-REGISTER.
           COPY GREGREC.
       WORKING-STORAGE SECTION.
      * 01 WS-REPLAY.
       01 WS-REPLAY-TURN-NUM PIC 999.
       01 WS-ROSTER-STATUS PIC XX.
           88 WS-ROSTER-OK VALUE '00'.
       01 WS-ROSTER-CHECK-PLAYER PIC 9(03).
       01 WS-REG-STATUS PIC XX.
           88 WS-REG-OK VALUE '00'.
       01 WS-REG-GAME-ID PIC X(10).
       01 WS-REG-DATE PIC 9(08).
       01 WS-STAMP-DATE PIC 9(08).
       01 WS-STAMP-TIME PIC 9(08).
       01 WS-HIST-FILE-NAME PIC X(40).
       01 WS-PENDING-RESULT-SWITCH PIC X(01) VALUE 'N'.
           88 WS-PENDING-RESULT VALUE 'Y'.
       01 WS-PENDING-WIN USAGE BINARY-LONG.
       01 WS-PENDING-SCORE USAGE BINARY-LONG.
      * what GINDXPST is given for the player-to-game index: the
      * number of M records and the date of the first T record,
      * found by 148-SUMMARISE-GAME
       01 WS-INDEX-SOURCE PIC X(01) VALUE 'L'.
       01 WS-INDEX-RESULT-FLAG PIC X(01) VALUE 'Y'.
       01 WS-GAME-TURNS USAGE BINARY-LONG.
       01 WS-GAME-DATE USAGE BINARY-LONG.
       01 WS-HIST-NAME-FIELDS.
           02 WS-HIST-YY PIC 99.
           02 WS-HIST-MM PIC 99.
           88 LS-RC-SESSION-ACTIVE VALUE 19.
           88 LS-RC-WRONG-GAME VALUE 20.
           88 LS-RC-NOT-ON-ROSTER VALUE 21.
           88 LS-RC-NOT-REGISTERED VALUE 22.
           88 LS-RC-IO-ERROR VALUE 90.
       01 LS-NOTE-TEXT PIC X(40).
       01 LS-FILE-STATUS PIC XX.
           IF NOT LS-RC-OK
               GO TO 100-ADD-ENTRY-EXIT
           END-IF
           IF NOT WS-SESSION-ACTIVE
               MOVE LS-GAME-ID TO WS-REG-GAME-ID
               PERFORM 187-CHECK-REGISTERED-GAME
                   THRU 187-CHECK-REGISTERED-EXIT
               IF NOT LS-RC-OK
                   GO TO 100-ADD-ENTRY-EXIT
               END-IF
           END-IF
           MOVE LS-REPLAY-PLAYER TO WS-ROSTER-CHECK-PLAYER
           PERFORM 185-CHECK-ROSTER-PLAYER
               THRU 185-CHECK-ROSTER-EXIT
           IF WS-SESSION-ACTIVE
               IF LS-RC-OK
                   MOVE LS-WIN-PLAYER TO WS-PENDING-WIN
                   MOVE LS-FINAL-SCORE TO WS-PENDING-SCORE
                   SET WS-PENDING-RESULT TO TRUE
               END-IF
               GO TO 140-ADD-RESULT-EXIT
               PERFORM 145-FIND-PARTICIPANTS
                   THRU 145-FIND-PARTICIPANTS-EXIT
           END-IF
           IF LS-RC-OK
               MOVE LS-GAME-ID TO WS-SCAN-GAME-ID
               PERFORM 148-SUMMARISE-GAME
                   THRU 148-SUMMARISE-GAME-EXIT
           END-IF
           CLOSE FC-REPLAY-FILE
           IF LS-RC-OK
               CALL 'PLYRSTAT' USING BY REFERENCE LS-WIN-PLAYER
                                  BY REFERENCE WS-PART-B
                                  BY REFERENCE LS-RETURN-CODE
           END-IF
           IF LS-RC-OK
               MOVE LS-GAME-ID TO WS-REG-GAME-ID
               PERFORM 188-MARK-GAME-FINISHED
                   THRU 188-MARK-GAME-FINISHED-EXIT
           END-IF
           IF LS-RC-OK
               CALL 'LADRPOST' USING BY REFERENCE LS-GAME-ID
                                  BY REFERENCE LS-WIN-PLAYER
                                  BY REFERENCE LS-RETURN-CODE
           END-IF
           IF LS-RC-OK
               CALL 'GINDXPST' USING BY REFERENCE LS-GAME-ID
                                  BY REFERENCE WS-INDEX-SOURCE
                                  BY REFERENCE WS-INDEX-RESULT-FLAG
                                  BY REFERENCE LS-WIN-PLAYER
                                  BY REFERENCE LS-FINAL-SCORE
                                  BY REFERENCE WS-PART-A
                                  BY REFERENCE WS-PART-B
                                  BY REFERENCE WS-GAME-TURNS
                                  BY REFERENCE WS-GAME-DATE
                                  BY REFERENCE LS-RETURN-CODE
           END-IF
       140-ADD-RESULT-EXIT.
           PERFORM 890-SET-AUDIT-RESULT
           PERFORM 900-WRITE-AUDIT
                       END-IF
                   END-IF
           END-READ.
      * count the game's M records and pick up the date of its first
      * T record for the player-to-game index
       148-SUMMARISE-GAME.
           MOVE 0 TO WS-GAME-TURNS
           MOVE 0 TO WS-GAME-DATE
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           MOVE WS-SCAN-GAME-ID TO FS-REPLAY-GAME-ID OF FS-REPLAY
           MOVE 0 TO FS-REPLAY-TURN-NUM OF FS-REPLAY
           MOVE SPACE TO FS-REPLAY-REC-TYPE OF FS-REPLAY
           START FC-REPLAY-FILE
               KEY IS GREATER THAN OR EQUAL TO
                   FS-REPLAY-KEY OF FS-REPLAY
               INVALID KEY
                   GO TO 148-SUMMARISE-GAME-EXIT
           END-START
           PERFORM 149-SUMMARISE-ONE-RECORD UNTIL WS-SCAN-DONE.
       148-SUMMARISE-GAME-EXIT.
           EXIT.
       149-SUMMARISE-ONE-RECORD.
           READ FC-REPLAY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF FS-REPLAY-GAME-ID OF FS-REPLAY
                           NOT = WS-SCAN-GAME-ID
                       SET WS-SCAN-DONE TO TRUE
                   ELSE IF FS-REPLAY-IS-MOVE OF FS-REPLAY
                       ADD 1 TO WS-GAME-TURNS
                   ELSE IF FS-REPLAY-IS-TIME OF FS-REPLAY
                           AND WS-GAME-DATE = 0
                       MOVE FS-REPLAY-STAMP-DATE OF FS-REPLAY
                           TO WS-GAME-DATE
                   END-IF
           END-READ.
      * bulk-load session entry points: the caller opens the live
      * replay file once, pushes a whole game through addtofile and
      * addresult, then closes once.  abortsession backs the session's
               MOVE 19 TO LS-RETURN-CODE
               GO TO 150-BEGIN-SESSION-EXIT
           END-IF
           MOVE LS-GAME-ID TO WS-REG-GAME-ID
           PERFORM 187-CHECK-REGISTERED-GAME
               THRU 187-CHECK-REGISTERED-EXIT
           IF NOT LS-RC-OK
               GO TO 150-BEGIN-SESSION-EXIT
           END-IF
           OPEN I-O FC-REPLAY-FILE
           IF NOT WS-REPLAY-OK
               MOVE 90 TO LS-RETURN-CODE
               MOVE WS-SESSION-GAME-ID TO WS-SCAN-GAME-ID
               PERFORM 145-FIND-PARTICIPANTS
                   THRU 145-FIND-PARTICIPANTS-EXIT
               PERFORM 148-SUMMARISE-GAME
                   THRU 148-SUMMARISE-GAME-EXIT
           END-IF
           CLOSE FC-REPLAY-FILE
           IF NOT WS-REPLAY-OK
                                  BY REFERENCE WS-PART-B
                                  BY REFERENCE LS-RETURN-CODE
           END-IF
           IF LS-RC-OK AND WS-PENDING-RESULT
               MOVE WS-SESSION-GAME-ID TO WS-REG-GAME-ID
               PERFORM 188-MARK-GAME-FINISHED
                   THRU 188-MARK-GAME-FINISHED-EXIT
           END-IF
           IF LS-RC-OK AND WS-PENDING-RESULT
               CALL 'LADRPOST' USING BY REFERENCE WS-SESSION-GAME-ID
                                  BY REFERENCE WS-PENDING-WIN
                                  BY REFERENCE LS-RETURN-CODE
           END-IF
           IF LS-RC-OK AND WS-PENDING-RESULT
               CALL 'GINDXPST' USING BY REFERENCE WS-SESSION-GAME-ID
                                  BY REFERENCE WS-INDEX-SOURCE
                                  BY REFERENCE WS-INDEX-RESULT-FLAG
                                  BY REFERENCE WS-PENDING-WIN
                                  BY REFERENCE WS-PENDING-SCORE
                                  BY REFERENCE WS-PART-A
                                  BY REFERENCE WS-PART-B
                                  BY REFERENCE WS-GAME-TURNS
                                  BY REFERENCE WS-GAME-DATE
                                  BY REFERENCE LS-RETURN-CODE
           END-IF
           MOVE 'N' TO WS-PENDING-RESULT-SWITCH
       155-END-SESSION-EXIT.
           PERFORM 890-SET-AUDIT-RESULT
           CLOSE FC-PLAYER-ROSTER.
       185-CHECK-ROSTER-EXIT.
           EXIT.
      * moves are only taken for a game the register issued and still
      * holds OPEN - a finished, abandoned or void game is closed to
      * further play.  a site without a register keeps working, the
      * same as a site without a roster.
       187-CHECK-REGISTERED-GAME.
           OPEN INPUT FC-GAME-REGISTER
           IF WS-REG-STATUS = '35'
               GO TO 187-CHECK-REGISTERED-EXIT
           END-IF
           IF NOT WS-REG-OK
               MOVE 90 TO LS-RETURN-CODE
               MOVE WS-REG-STATUS TO LS-FILE-STATUS
               GO TO 187-CHECK-REGISTERED-EXIT
           END-IF
           MOVE WS-REG-GAME-ID TO GR-GAME-ID
           IF GR-IS-CONTROL
               MOVE 22 TO LS-RETURN-CODE
           ELSE
               READ FC-GAME-REGISTER
                   INVALID KEY
                       MOVE 22 TO LS-RETURN-CODE
                   NOT INVALID KEY
                       IF NOT GR-OPEN
                           MOVE 22 TO LS-RETURN-CODE
                       END-IF
               END-READ
           END-IF
           CLOSE FC-GAME-REGISTER.
       187-CHECK-REGISTERED-EXIT.
           EXIT.
      * a posted result closes the game on the register.  a game that
      * predates the register has no entry and is left alone.
       188-MARK-GAME-FINISHED.
           OPEN I-O FC-GAME-REGISTER
           IF WS-REG-STATUS = '35'
               GO TO 188-MARK-GAME-FINISHED-EXIT
           END-IF
           IF NOT WS-REG-OK
               MOVE 90 TO LS-RETURN-CODE
               MOVE WS-REG-STATUS TO LS-FILE-STATUS
               GO TO 188-MARK-GAME-FINISHED-EXIT
           END-IF
           MOVE WS-REG-GAME-ID TO GR-GAME-ID
           READ FC-GAME-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GR-OPEN
                       SET GR-FINISHED TO TRUE
                       ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
                       MOVE WS-REG-DATE TO GR-STATUS-DATE
                       REWRITE FS-GAME-REGISTER
                       IF NOT WS-REG-OK
                           MOVE 90 TO LS-RETURN-CODE
                           MOVE WS-REG-STATUS TO LS-FILE-STATUS
                       END-IF
                   END-IF
           END-READ
           CLOSE FC-GAME-REGISTER.
       188-MARK-GAME-FINISHED-EXIT.
           EXIT.
       890-SET-AUDIT-RESULT.
           MOVE LS-RETURN-CODE TO WS-AUDIT-RC
           MOVE LS-FILE-STATUS TO WS-AUDIT-FS.
