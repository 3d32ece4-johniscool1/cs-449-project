      * OPENCREC - shared OC-CATALOG record layout for the opening
      * catalog (./opening.catalog) OPENCAT writes.  COPY this under a
      * 01-level in any program that reads it so the layout only has
      * to change in one place.  One record per distinct opening
      * line: the first OC-DEPTH moves of a finished game, each move
      * as its x and y square and the piece played, seen one move at
      * a time through OC-LINE-MOVES.  Moves past the depth are
      * spaces.  OC-PLAYER-FILTER is the player the catalog was
      * limited to, zero when it covers every game.
           02 OC-DEPTH               PIC 9(02).
           02 FILLER                 PIC X(01).
           02 OC-LINE                PIC X(40).
           02 OC-LINE-MOVES REDEFINES OC-LINE.
               03 OC-LINE-MOVE OCCURS 10.
                   04 OC-LM-X        PIC 9(01).
                   04 OC-LM-Y        PIC 9(01).
                   04 OC-LM-PIECE    PIC 9(02).
           02 FILLER                 PIC X(01).
           02 OC-GAMES               PIC 9(05).
           02 FILLER                 PIC X(01).
           02 OC-FIRST-WINS          PIC 9(05).
           02 FILLER                 PIC X(01).
           02 OC-SECOND-WINS         PIC 9(05).
           02 FILLER                 PIC X(01).
           02 OC-DRAWS               PIC 9(05).
           02 FILLER                 PIC X(01).
           02 OC-AVG-LENGTH          PIC 9(05).
           02 FILLER                 PIC X(01).
           02 OC-AVG-SCORE           PIC 9(05).
           02 FILLER                 PIC X(01).
           02 OC-PLAYER-FILTER       PIC 9(03).
