       IDENTIFICATION DIVISION.
       PROGRAM-ID. LADRPOST.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. 10-15-26.
      * Posts a game result to the club ladder (./ladder.master).
      * Called by REPLAY when a result trailer posts, and by LADDER
      * POST for any trailer that reached the files some other way.
      * When the game is the one a pending challenge is played under,
      * the challenge is closed; if the challenger won and still
      * stands below the defender the two swap rungs.  A draw or a
      * defender win leaves the ladder as it is.  A game that is not
      * a pending challenge, or a site with no ladder, is a no-op.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-LADDER-FILE ASSIGN TO './ladder.master'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LD-KEY
                   FILE STATUS IS WS-LADDER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-LADDER-FILE.
       01 FS-LADDER.
           COPY LADRREC.
       WORKING-STORAGE SECTION.
       01 WS-LADDER-STATUS PIC XX.
           88 WS-LADDER-OK VALUE '00'.
       01 WS-LADDER-EOF-SWITCH PIC X(01).
           88 WS-LADDER-EOF VALUE 'Y'.
       01 WS-CH-NUM PIC 9(05).
       01 WS-CHALLENGER PIC 9(03).
       01 WS-DEFENDER PIC 9(03).
       01 WS-RUNG-COUNT PIC 9(05).
       01 WS-RUNG-SUB PIC 9(05).
       01 WS-CHECK-PLAYER PIC 9(03).
       01 WS-FOUND-RUNG PIC 9(05).
       01 WS-CHALLENGER-RUNG PIC 9(05).
       01 WS-DEFENDER-RUNG PIC 9(05).
       01 WS-SAVE-CHALLENGER-DATA PIC X(47).
       01 WS-SAVE-DEFENDER-DATA PIC X(47).
       01 WS-CURR-DATE PIC 9(08).
       LINKAGE SECTION.
       01 LS-GAME-ID PIC X(10).
       01 LS-WIN-PLAYER USAGE BINARY-LONG.
       01 LS-RETURN-CODE USAGE BINARY-LONG.
           88 LS-RC-OK VALUE 0.
           88 LS-RC-IO-ERROR VALUE 90.
       PROCEDURE DIVISION USING BY REFERENCE LS-GAME-ID
                            BY REFERENCE LS-WIN-PLAYER
                            BY REFERENCE LS-RETURN-CODE.
       0000-POST-RESULT.
           MOVE 0 TO LS-RETURN-CODE
           OPEN I-O FC-LADDER-FILE
           IF WS-LADDER-STATUS = '35'
               GO TO 0000-EXIT
           END-IF
           IF NOT WS-LADDER-OK
               MOVE 90 TO LS-RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 0100-FIND-CHALLENGE THRU 0100-FIND-CHALLENGE-EXIT
           IF WS-CH-NUM NOT = 0 AND LS-RC-OK
               IF LS-WIN-PLAYER = WS-CHALLENGER
                   PERFORM 0300-SWAP-RUNGS THRU 0300-SWAP-RUNGS-EXIT
               END-IF
               IF LS-RC-OK
                   PERFORM 0500-CLOSE-CHALLENGE
               END-IF
           END-IF
           CLOSE FC-LADDER-FILE.
       0000-EXIT.
           GOBACK.
      * only a pending challenge is posted - a closed one has already
      * moved the ladder, or been forfeited, and a replayed trailer
      * must not move it twice
       0100-FIND-CHALLENGE.
           MOVE 0 TO WS-CH-NUM
           MOVE 'N' TO WS-LADDER-EOF-SWITCH
           MOVE 'C' TO LD-REC-TYPE
           MOVE 0 TO LD-KEY-NUM
           START FC-LADDER-FILE
               KEY IS GREATER THAN OR EQUAL TO LD-KEY
               INVALID KEY
                   GO TO 0100-FIND-CHALLENGE-EXIT
           END-START
           PERFORM 0150-CHECK-ONE-CHALLENGE
               UNTIL WS-LADDER-EOF OR WS-CH-NUM NOT = 0.
       0100-FIND-CHALLENGE-EXIT.
           EXIT.
       0150-CHECK-ONE-CHALLENGE.
           READ FC-LADDER-FILE NEXT RECORD
               AT END
                   SET WS-LADDER-EOF TO TRUE
               NOT AT END
                   IF NOT LD-IS-CHALLENGE
                       SET WS-LADDER-EOF TO TRUE
                   ELSE
                       IF LD-CH-PENDING AND LD-GAME-ID = LS-GAME-ID
                           MOVE LD-KEY-NUM TO WS-CH-NUM
                           MOVE LD-CHALLENGER TO WS-CHALLENGER
                           MOVE LD-DEFENDER TO WS-DEFENDER
                       END-IF
                   END-IF
           END-READ.
      * the rungs are looked up afresh - another result or a drop may
      * have moved either player since the challenge was issued
       0300-SWAP-RUNGS.
           MOVE 'A' TO LD-REC-TYPE
           MOVE 0 TO LD-KEY-NUM
           READ FC-LADDER-FILE
               INVALID KEY
                   MOVE 90 TO LS-RETURN-CODE
                   GO TO 0300-SWAP-RUNGS-EXIT
           END-READ
           MOVE LD-RUNG-COUNT TO WS-RUNG-COUNT
           MOVE WS-CHALLENGER TO WS-CHECK-PLAYER
           PERFORM 0400-FIND-PLAYER-RUNG
           MOVE WS-FOUND-RUNG TO WS-CHALLENGER-RUNG
           MOVE WS-DEFENDER TO WS-CHECK-PLAYER
           PERFORM 0400-FIND-PLAYER-RUNG
           MOVE WS-FOUND-RUNG TO WS-DEFENDER-RUNG
           IF WS-CHALLENGER-RUNG = 0 OR WS-DEFENDER-RUNG = 0
                   OR WS-CHALLENGER-RUNG < WS-DEFENDER-RUNG
               GO TO 0300-SWAP-RUNGS-EXIT
           END-IF
           MOVE 'R' TO LD-REC-TYPE
           MOVE WS-CHALLENGER-RUNG TO LD-KEY-NUM
           READ FC-LADDER-FILE
               INVALID KEY
                   MOVE 90 TO LS-RETURN-CODE
                   GO TO 0300-SWAP-RUNGS-EXIT
           END-READ
           MOVE LD-RUNG-DATA TO WS-SAVE-CHALLENGER-DATA
           MOVE WS-DEFENDER-RUNG TO LD-KEY-NUM
           READ FC-LADDER-FILE
               INVALID KEY
                   MOVE 90 TO LS-RETURN-CODE
                   GO TO 0300-SWAP-RUNGS-EXIT
           END-READ
           MOVE LD-RUNG-DATA TO WS-SAVE-DEFENDER-DATA
           MOVE WS-SAVE-CHALLENGER-DATA TO LD-RUNG-DATA
           REWRITE FS-LADDER
           IF NOT WS-LADDER-OK
               MOVE 90 TO LS-RETURN-CODE
               GO TO 0300-SWAP-RUNGS-EXIT
           END-IF
           MOVE WS-CHALLENGER-RUNG TO LD-KEY-NUM
           MOVE WS-SAVE-DEFENDER-DATA TO LD-RUNG-DATA
           REWRITE FS-LADDER
           IF NOT WS-LADDER-OK
               MOVE 90 TO LS-RETURN-CODE
           END-IF.
       0300-SWAP-RUNGS-EXIT.
           EXIT.
       0400-FIND-PLAYER-RUNG.
           MOVE 0 TO WS-FOUND-RUNG
           PERFORM 0450-CHECK-ONE-RUNG
               VARYING WS-RUNG-SUB FROM 1 BY 1
               UNTIL WS-RUNG-SUB > WS-RUNG-COUNT
                   OR WS-FOUND-RUNG NOT = 0.
       0450-CHECK-ONE-RUNG.
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
       0500-CLOSE-CHALLENGE.
           MOVE 'C' TO LD-REC-TYPE
           MOVE WS-CH-NUM TO LD-KEY-NUM
           READ FC-LADDER-FILE
               INVALID KEY
                   MOVE 90 TO LS-RETURN-CODE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LS-WIN-PLAYER = 0
                           SET LD-CH-DRAWN TO TRUE
                       WHEN LS-WIN-PLAYER = WS-CHALLENGER
                           SET LD-CH-CHALLENGER-WON TO TRUE
                       WHEN OTHER
                           SET LD-CH-DEFENDER-WON TO TRUE
                   END-EVALUATE
                   ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
                   MOVE WS-CURR-DATE TO LD-CLOSE-DATE
                   REWRITE FS-LADDER
                   IF NOT WS-LADDER-OK
                       MOVE 90 TO LS-RETURN-CODE
                   END-IF
           END-READ.
