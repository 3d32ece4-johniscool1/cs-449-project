      * GREGREC - shared GR-GAME record layout for the game register
      * (./game.register).  COPY this under a 01-level in any program
      * that opens it so the layout only has to change in one place.
      * Every game is registered here before its first move is taken
      * and is keyed under the FS-REPLAY-GAME-ID it was issued.  One
      * control record, under the reserved key '#CONTROL', carries the
      * last sequence number handed out; its data is seen through
      * GR-CONTROL-DATA.  The tournament link is spaces and the round
      * and board zero for a casual game.  GR-STATUS-DATE is the day
      * the status last changed.
           02 GR-GAME-ID             PIC X(10).
               88 GR-IS-CONTROL       VALUE '#CONTROL'.
           02 GR-GAME-DATA.
               03 GR-START-DATE      PIC 9(08).
               03 GR-PLAYER-A        PIC 9(03).
               03 GR-PLAYER-B        PIC 9(03).
               03 GR-TOURN-ID        PIC X(10).
               03 GR-ROUND-NUM       PIC 9(03).
               03 GR-BOARD-NUM       PIC 9(03).
               03 GR-STATUS          PIC X(01).
                   88 GR-OPEN         VALUE 'O'.
                   88 GR-FINISHED     VALUE 'F'.
                   88 GR-ABANDONED    VALUE 'A'.
                   88 GR-VOID         VALUE 'V'.
               03 GR-STATUS-DATE     PIC 9(08).
           02 GR-CONTROL-DATA REDEFINES GR-GAME-DATA.
               03 GR-LAST-SEQ        PIC 9(09).
               03 FILLER             PIC X(30).
