      *player ratings master record shared by TICTACTOE's end-of-game
      *rating update and the TTTSTAND standings report - keyed by
      *player id and rating pool, ELO-style rating with win/loss/draw
      *tallies. each board size is its own pool (RATE-POOL is the
      *HIST-DIM of the games rated in it), so a player holds up to
      *three cards and a game moves only the card for its own board
       01  RATING-REC.
           05 RATE-KEY.
               10 RATE-PLAYER-ID PIC X(8).
               10 RATE-POOL PIC 9(1).
           05 RATE-RATING PIC 9(4).
           05 RATE-WINS PIC 9(6).
           05 RATE-LOSSES PIC 9(6).
           05 RATE-DRAWS PIC 9(6).
      *    current run of consecutive wins, kept for the streak
      *    achievements - records from before the field read as
      *    spaces and count as no streak. the run is the player's,
      *    not the pool's - every card a player holds carries it
           05 RATE-STREAK PIC X(3).
           05 FILLER PIC X(46).
