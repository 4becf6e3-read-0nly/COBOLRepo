      *player eligibility master - one line per player in
      *PLAYELIG.DAT, kept by ELIGMAINT and read through ELIGCHK by
      *every program that seats a player. a player with no line is
      *active. status "A" active, "S" suspended through the end date,
      *"R" retired, "U" unrated-only (plays, but never rates).
      *WS-EL-SET-DATE is the day the status took effect - games
      *dated before it are judged as if the line were not there
       01 WS-ELIG-LINE.
           05 WS-EL-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EL-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EL-UNTIL PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EL-SET-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EL-SET-BY PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EL-REASON PIC X(30).
