      *rating-integrity exception line - TTTSCRN rewrites SCREENEX.DAT
      *every run with one line per flagged player pair, highest score
      *first, and SEASNEND reads it back so the supervisor sees the
      *open exceptions before a champion is declared. the flags are
      *one letter per test that fired, a dash where it did not - see
      *TTTSCRN.RPT for the legend and the figures behind each line
       01 WS-SCREEN-EXC-LINE.
           05 WS-SX-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SX-RANK PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SX-SCORE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SX-PLAYER-A PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SX-PLAYER-B PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SX-GAMES PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SX-FLAGS PIC X(5).
