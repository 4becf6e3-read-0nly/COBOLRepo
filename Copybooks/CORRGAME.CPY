      *pending correspondence game - one line per game in progress in
      *CORRGAME.DAT, kept by the TTTCORR desk and handed to TICTACTOE
      *(mode 4) for a single move at a time. the moves ride along with
      *the board because a game stretched over days cannot write its
      *MOVELOG.DAT bracket a move at a time between everyone else's
      *games - TICTACTOE writes the whole bracket when the game ends.
      *CORR-DEADLINE is the date by which CORR-TO-MOVE must play or
      *forfeit; CORR-DAYS is the allowance each move renews
       01 CORR-GAME-REC.
           05 CORR-GAME-ID.
               10 CORR-ID-DATE PIC 9(8).
               10 CORR-ID-SEQ PIC 9(4).
           05 CORR-X-ID PIC X(8).
           05 CORR-O-ID PIC X(8).
           05 CORR-DIM PIC 9(1).
           05 CORR-WINLEN PIC 9(1).
           05 CORR-DAYS PIC 9(1).
           05 CORR-TO-MOVE PIC X(1).
           05 CORR-BOARD PIC X(25).
           05 CORR-STARTED PIC 9(8).
           05 CORR-START-TIME.
               10 CORR-ST-HH PIC 9(2).
               10 CORR-ST-MM PIC 9(2).
               10 CORR-ST-SS PIC 9(2).
           05 CORR-DEADLINE PIC 9(8).
           05 CORR-MOVE-COUNT PIC 9(2).
           05 CORR-MOVES.
               10 CORR-MOVE OCCURS 25 TIMES.
                   15 CORR-MV-MARK PIC X(1).
                   15 CORR-MV-POS PIC 9(2).
                   15 CORR-MV-TIME PIC 9(8).
      *    set by the desk for the call - "M" play one move, "F" the
      *    deadline has passed and the side to move forfeits; spaces
      *    on file
           05 CORR-REQUEST PIC X(1).
      *    set by TICTACTOE on the way back - "?" a move was made and
      *    the game goes on, "L" the player left without moving, "N"
      *    the game finished but its result never reached the match
      *    master, or the recorded result X, O or T
           05 CORR-RESULT PIC X(1).
      *    rule variant as on the match master - C, M or W
           05 CORR-VARIANT PIC X(1).
      *    X's expected score in percent, fixed from the ratings on
      *    the game's first visit so the forecast stays the pre-game
      *    one however long the game runs; spaces until then
           05 CORR-FORECAST PIC X(3).
           05 FILLER PIC X(38).
