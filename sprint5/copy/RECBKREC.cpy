      * RECBKREC - shared RB-RECORD record layout for the club records
      * book (./club.records).  COPY this under a 01-level in any
      * program that opens it so the layout only has to change in one
      * place.  One record per category, keyed by the category code:
      *   01 longest winning streak     05 fastest win in clock
      *   02 longest unbeaten run          seconds
      *   03 biggest upset, by the      06 highest final score
      *      rating gap                 07 most games in a month
      *   04 fastest win in turns
      * The holder, value, game and date are the current record; the
      * game id is spaces for a category that is not one game.  The
      * period set is the month-end close that put the current holder
      * in the book, and the previous holder and value are the record
      * it replaced (zero the first time a category is set).
           02 RB-CATEGORY             PIC 9(02).
               88 RB-CAT-WIN-STREAK    VALUE 1.
               88 RB-CAT-UNBEATEN      VALUE 2.
               88 RB-CAT-UPSET         VALUE 3.
               88 RB-CAT-FAST-TURNS    VALUE 4.
               88 RB-CAT-FAST-CLOCK    VALUE 5.
               88 RB-CAT-HIGH-SCORE    VALUE 6.
               88 RB-CAT-MONTH-GAMES   VALUE 7.
           02 RB-HOLDER               PIC 9(03).
           02 RB-VALUE                PIC 9(07).
           02 RB-GAME-ID              PIC X(10).
           02 RB-DATE-SET             PIC 9(08).
           02 RB-PERIOD-SET           PIC 9(06).
           02 RB-PREV-HOLDER          PIC 9(03).
           02 RB-PREV-VALUE           PIC 9(07).
           02 FILLER                  PIC X(20).
