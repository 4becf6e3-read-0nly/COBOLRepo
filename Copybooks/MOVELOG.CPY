      *"E" end line with one move line per play in between
      *the start line also names the winning-line rule in force so a
      *replay judges the position by the rule the game was played
      *under - older lines leave it blank, meaning full-line classic.
      *the variant byte (C, M or W as on the match master) follows;
      *blank on older lines, meaning classic. in a wild game each
      *move line names the mark placed, not the player - the players
      *still alternate, X's player first
       01 WS-GAME-START-LINE.
           05 WS-GS-MARK PIC X(1) VALUES "S".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-GS-MODE PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-GS-WINLEN PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-GS-VARIANT PIC X(1).
      *the end line carries the HIST-MATCH-ID RecordHistory assigned
      *so readers can pair a logged game with its master record
      *directly - lines written before the id was carried (or games
