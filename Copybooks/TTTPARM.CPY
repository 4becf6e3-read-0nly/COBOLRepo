      *control (tournament driver, batch simulation) - when present
      *the game takes its setup from here instead of prompting and
      *returns the outcome; when TICTACTOE is called without it the
      *interactive prompts behave as they always have. the result
      *comes back X, O or T, or "R" when the eligibility master
      *refused a player and no game was played. a correspondence
      *game answers with its CORR-RESULT code instead
       01 TTT-PARMS.
           05 TTT-PARM-DIM PIC 9(1).
           05 TTT-PARM-MODE PIC 9(1).
      *    marks in a row needed to win - anything outside 3 up to
      *    the board dimension falls back to the full-line classic
           05 TTT-PARM-WINLEN PIC 9(1).
      *    rule variant - "M" misere, "W" wild; anything else plays
      *    the classic game
           05 TTT-PARM-VARIANT PIC X(1).
