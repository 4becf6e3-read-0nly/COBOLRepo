           05 HIST-WINNER PIC X(1).
           05 HIST-BOARD PIC X(25).
           05 HIST-DIM PIC 9(1).
      *    1 two player, 2 vs computer, 3 computer self-play,
      *    4 correspondence (played a move at a time through TTTCORR)
           05 HIST-MODE PIC 9(1).
           05 HIST-DURATION PIC 9(6).
           05 HIST-PLAYER-KEY.
               10 HIST-X-ID PIC X(8).
               10 HIST-O-ID PIC X(8).
      *    how the result came about - "N" a played-out game, "F" a
      *    time forfeit, "U" an unrated game - decided with
      *    takebacks or played by an unrated-only player (stands
      *    in the history but is never rated); records written
      *    before the game clock existed hold a space and read as
      *    normal results
      *    the hard engine is provable from the record; other modes
      *    and older records hold a space
           05 HIST-DIFF PIC X(1).
      *    the rule variant - "C" classic, "M" misere (completing a
      *    line loses), "W" wild (either mark may be placed each
      *    turn, completing a line of either wins); records from
      *    before variants were playable hold a space and read as
      *    classic
           05 HIST-VARIANT PIC X(1).
      *    the pre-game forecast - X's expected score in percent
      *    (000-100) from the two pool ratings as the game began, the
      *    figure shown before the first move; records from before
      *    forecasts were kept hold spaces
           05 HIST-FORECAST PIC X(3).
           05 FILLER PIC X(9).
