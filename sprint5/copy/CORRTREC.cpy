      * CORRTREC - shared CT-CORR record layout for the result
      * correction transactions (./correct.trans).  COPY this under a
      * 01-level in any program that reads or builds them so the
      * layout only has to change in one place.  One fixed-format line
      * per overturned result: the game, the winner and final score
      * it should have been posted with (winner 000 for a draw), why,
      * and who authorised the change.
           02 CT-GAME-ID              PIC X(10).
           02 CT-NEW-WIN-PLAYER       PIC 9(03).
           02 CT-NEW-FINAL-SCORE      PIC 9(05).
           02 CT-REASON-CODE          PIC X(04).
               88 CT-REASON-WRONG-WIN  VALUE 'WWIN'.
               88 CT-REASON-FORFEIT    VALUE 'FORF'.
               88 CT-REASON-SCORE      VALUE 'SCOR'.
               88 CT-REASON-OTHER      VALUE 'OTHR'.
               88 CT-REASON-VALID      VALUE 'WWIN' 'FORF' 'SCOR'
                                             'OTHR'.
           02 CT-AUTHORISED-BY        PIC X(20).
