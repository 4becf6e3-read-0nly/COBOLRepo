      *optional parameter block for calling GameboardDisplay to
      *replay a recorded session (DUNGREPL) - when present the game
      *takes its setup and every keystroke from the named recording
      *instead of the clock and the keyboard, and writes nothing: no
      *save, session log, profile, leaderboard, achievement or new
      *recording. called without it the game plays live as always
       01 DUNG-PARMS.
           05 DUNG-PARM-RECORDING PIC X(20).
      *    the turn to stop at and hand over to stepping - turns
      *    before it run without drawing. zero with stepping on
      *    steps from the first turn; zero with stepping off runs
      *    the whole recording and shows the final board
           05 DUNG-PARM-STOP-TURN PIC 9(9).
           05 DUNG-PARM-STEP PIC X(1).
      *    what the replay came to - the game's own WIN, LOSE or
      *    QUIT; STOP when the viewer stopped it; ENDR when the
      *    recording ran out first; DIVG when a recorded line no
      *    longer lined up with the game (a turn number, a level or
      *    a line out of place - most often a level or roster file
      *    edited since the session was played); NONE when the
      *    recording could not be read at all
           05 DUNG-PARM-RESULT PIC X(4).
           05 DUNG-PARM-TURNS PIC 9(9).
           05 DUNG-PARM-HEALTH PIC 9(3).
      *    autoplay - with Y here the game is played by its scripted
      *    bot instead of from a recording: the named level from the
      *    given seed, a base-level character, nothing drawn, asked
      *    or written, and the session cut off at the turn limit.
      *    the result is WIN, LOSE or TIME; the kills and the placed
      *    gold still lying on the map come back with it
           05 DUNG-PARM-AUTOPLAY PIC X(1).
           05 DUNG-PARM-LEVEL PIC X(20).
           05 DUNG-PARM-SEED PIC 9(4).
           05 DUNG-PARM-TURN-LIMIT PIC 9(9).
           05 DUNG-PARM-KILLS PIC 9(3).
           05 DUNG-PARM-GOLD-LEFT PIC 9(3).
