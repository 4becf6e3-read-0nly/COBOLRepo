      *dungeon session recording line, written by GameboardDisplay
      *for every session it plays and read back by DUNGREPL to re-run
      *the session exactly. one file per session, named DR plus the
      *start date and time. the lines come in the order the game
      *met them:
      *  H - the header: the clock seed every random spawn hangs off,
      *      the operator, the character's stats, the movement keys
      *      and the saved default level and survival answers
      *  P - one per setup prompt answered (daily challenge, saved
      *      game, level, survival, co-op), in the order they were
      *      asked
      *  D - follows a "yes" to the daily challenge prompt with what
      *      the challenge service answered - the reply, the date and
      *      the day's seed and level
      *  C - follows a "yes" to the saved-game prompt with the
      *      checkpoint image as it was read, or spaces when there
      *      was no saved game to load
      *  J - follows a "yes" to the co-op prompt with the partner who
      *      joined, laid out as the header - operator, character
      *      stats and keys - or spaces when no one signed on
      *  G - the game as setup left it - level, mode, turn, health
      *  K - one per turn with the key taken, a space when the turn
      *      timed out with no key
      *  S - one per key pressed in the between-level shop
      *  E - the outcome, written when the session ends
       01 WS-DREC-LINE.
           05 WS-DR-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 WS-DR-BODY PIC X(320).
           05 WS-DR-HEAD REDEFINES WS-DR-BODY.
               10 WS-DRH-DATE PIC 9(8).
               10 FILLER PIC X(1).
               10 WS-DRH-TIME PIC 9(6).
               10 FILLER PIC X(1).
               10 WS-DRH-SEED PIC 9(4).
               10 FILLER PIC X(1).
               10 WS-DRH-OPER PIC X(20).
               10 FILLER PIC X(1).
               10 WS-DRH-REGISTERED PIC 9(1).
               10 FILLER PIC X(1).
               10 WS-DRH-PROF-LEVEL PIC 9(3).
               10 FILLER PIC X(1).
               10 WS-DRH-MAXHP PIC 9(3).
               10 FILLER PIC X(1).
               10 WS-DRH-DMG PIC 9(3).
               10 FILLER PIC X(1).
               10 WS-DRH-SIGHT PIC 9(2).
               10 FILLER PIC X(1).
               10 WS-DRH-KEYS PIC X(4).
               10 FILLER PIC X(1).
               10 WS-DRH-DEF-LEVEL PIC 9(1).
               10 FILLER PIC X(1).
               10 WS-DRH-DEF-SURVIVAL PIC X(1).
           05 WS-DR-ANSWER REDEFINES WS-DR-BODY.
               10 WS-DRP-PROMPT PIC X(8).
               10 FILLER PIC X(1).
               10 WS-DRP-ANSWER PIC X(1).
           05 WS-DR-DAILY REDEFINES WS-DR-BODY.
               10 WS-DRD-REPLY PIC X(1).
               10 FILLER PIC X(1).
               10 WS-DRD-DATE PIC 9(8).
               10 FILLER PIC X(1).
               10 WS-DRD-SEED PIC 9(4).
               10 FILLER PIC X(1).
               10 WS-DRD-LEVEL PIC X(20).
           05 WS-DR-GAME REDEFINES WS-DR-BODY.
               10 WS-DRG-LEVEL PIC X(20).
               10 FILLER PIC X(1).
               10 WS-DRG-SURVIVAL PIC 9(1).
               10 FILLER PIC X(1).
               10 WS-DRG-TURN PIC 9(9).
               10 FILLER PIC X(1).
               10 WS-DRG-HEALTH PIC 9(3).
               10 FILLER PIC X(1).
               10 WS-DRG-GOLD PIC 9(5).
           05 WS-DR-KEY REDEFINES WS-DR-BODY.
               10 WS-DRK-TURN PIC 9(9).
               10 FILLER PIC X(1).
               10 WS-DRK-KEY PIC X(1).
           05 WS-DR-END REDEFINES WS-DR-BODY.
               10 WS-DRE-RESULT PIC X(4).
               10 FILLER PIC X(1).
               10 WS-DRE-TURNS PIC 9(9).
               10 FILLER PIC X(1).
               10 WS-DRE-HEALTH PIC 9(3).
      *one line per finished recording in DUNGRECS.DAT, appended as
      *the session closes, so a reported problem can be matched to
      *its recording by operator, date and outcome - a co-op session
      *is filed under both names joined by a plus
       01 WS-DRCAT-LINE.
           05 WS-DRC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 WS-DRC-TIME PIC 9(6).
           05 FILLER PIC X(1).
           05 WS-DRC-FILE PIC X(20).
           05 FILLER PIC X(1).
           05 WS-DRC-OPER PIC X(20).
           05 FILLER PIC X(1).
           05 WS-DRC-LEVEL PIC X(20).
           05 FILLER PIC X(1).
           05 WS-DRC-RESULT PIC X(4).
           05 FILLER PIC X(1).
           05 WS-DRC-TURNS PIC 9(9).
