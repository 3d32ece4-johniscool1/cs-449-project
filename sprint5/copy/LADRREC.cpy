      * LADRREC - shared LD-LADDER record layout for the club ladder
      * master (./ladder.master).  COPY this under a 01-level in any
      * program that opens it so the layout only has to change in one
      * place.  The record type is part of the key: one 'A' control
      * record at number 0 holding the rung count and the last
      * challenge number issued, one 'C' record per challenge keyed
      * by its challenge number, and one 'R' record per rung keyed by
      * the rung number, rung 1 being the top of the ladder.  A rung
      * carries the player standing on it; the date the player was
      * first seen inactive on the roster rides with the player when
      * rungs change hands.  A challenge carries both players, the
      * rungs they stood on when it was issued, the FS-REPLAY-GAME-ID
      * it is played under and its deadline.
           02 LD-KEY.
               03 LD-REC-TYPE        PIC X(01).
                   88 LD-IS-CONTROL   VALUE 'A'.
                   88 LD-IS-CHALLENGE VALUE 'C'.
                   88 LD-IS-RUNG      VALUE 'R'.
               03 LD-KEY-NUM         PIC 9(05).
           02 LD-RUNG-DATA.
               03 LD-PLAYER-ID       PIC 9(03).
               03 LD-JOIN-DATE       PIC 9(08).
               03 LD-INACTIVE-SINCE  PIC 9(08).
               03 LD-DROPPED-FLAG    PIC X(01).
                   88 LD-DROPPED      VALUE 'Y'.
                   88 LD-NOT-DROPPED  VALUE 'N'.
               03 FILLER             PIC X(27).
           02 LD-CHALLENGE-DATA REDEFINES LD-RUNG-DATA.
               03 LD-CHALLENGER      PIC 9(03).
               03 LD-DEFENDER        PIC 9(03).
               03 LD-CHALLENGER-RUNG PIC 9(03).
               03 LD-DEFENDER-RUNG   PIC 9(03).
               03 LD-ISSUE-DATE      PIC 9(08).
               03 LD-GAME-ID         PIC X(10).
               03 LD-DEADLINE        PIC 9(08).
               03 LD-CH-STATUS       PIC X(01).
                   88 LD-CH-PENDING         VALUE 'P'.
                   88 LD-CH-CHALLENGER-WON  VALUE 'W'.
                   88 LD-CH-DEFENDER-WON    VALUE 'L'.
                   88 LD-CH-DRAWN           VALUE 'D'.
                   88 LD-CH-FORFEITED       VALUE 'F'.
               03 LD-CLOSE-DATE      PIC 9(08).
           02 LD-CONTROL-DATA REDEFINES LD-RUNG-DATA.
               03 LD-RUNG-COUNT      PIC 9(05).
               03 LD-LAST-CHALLENGE  PIC 9(05).
               03 FILLER             PIC X(37).
