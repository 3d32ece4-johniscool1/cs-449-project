      * SELCTREC - shared SC-CARD record layout for the game extract
      * selection card (./extract.card).  COPY this under a 01-level
      * in any program that reads or builds one so the layout only
      * has to change in one place.  One fixed-format line; every
      * field may be left blank, which means no limit on it (a player
      * or opponent of 000 means the same), and the numbers are
      * zero-padded.  A '*' in column 1 marks a comment line.
      *   player      only that player's games
      *   opponent    only games against that player
      *   outcome     W L D, or N for no result yet - from the
      *               player's side; with no player W or L picks any
      *               decided game
      *   tournament  only games paired in that tournament
      *   dates       game date from/to, YYYYMMDD, inclusive
      *   turns       number of moves from/to, inclusive
      *   rating      opponent's current rating from/to, inclusive;
      *               with no player either participant will do
      *   e.g.  012 000 L SPRING26
      *         000 000              20260301 20260331 00041
           02 SC-PLAYER-X             PIC X(03).
           02 SC-PLAYER REDEFINES SC-PLAYER-X
                                      PIC 9(03).
           02 FILLER                  PIC X(01).
           02 SC-OPPONENT-X           PIC X(03).
           02 SC-OPPONENT REDEFINES SC-OPPONENT-X
                                      PIC 9(03).
           02 FILLER                  PIC X(01).
           02 SC-OUTCOME              PIC X(01).
               88 SC-OUTCOME-ANY       VALUE SPACE.
               88 SC-OUTCOME-VALID     VALUE 'W' 'L' 'D' 'N' SPACE.
           02 FILLER                  PIC X(01).
           02 SC-TOURN-ID             PIC X(10).
           02 FILLER                  PIC X(01).
           02 SC-DATE-FROM-X          PIC X(08).
           02 SC-DATE-FROM REDEFINES SC-DATE-FROM-X
                                      PIC 9(08).
           02 FILLER                  PIC X(01).
           02 SC-DATE-TO-X            PIC X(08).
           02 SC-DATE-TO REDEFINES SC-DATE-TO-X
                                      PIC 9(08).
           02 FILLER                  PIC X(01).
           02 SC-TURNS-FROM-X         PIC X(05).
           02 SC-TURNS-FROM REDEFINES SC-TURNS-FROM-X
                                      PIC 9(05).
           02 FILLER                  PIC X(01).
           02 SC-TURNS-TO-X           PIC X(05).
           02 SC-TURNS-TO REDEFINES SC-TURNS-TO-X
                                      PIC 9(05).
           02 FILLER                  PIC X(01).
           02 SC-RATING-FROM-X        PIC X(04).
           02 SC-RATING-FROM REDEFINES SC-RATING-FROM-X
                                      PIC 9(04).
           02 FILLER                  PIC X(01).
           02 SC-RATING-TO-X          PIC X(04).
           02 SC-RATING-TO REDEFINES SC-RATING-TO-X
                                      PIC 9(04).
           02 FILLER                  PIC X(20).
