      *rating update and read by the TTTTREND trajectory report -
      *one dated line per rating change, carrying the old and new
      *rating and the match id that caused the change, so the
      *journal can never drift from the match master. the pool is
      *the board size the rating belongs to - blank on lines written
      *before ratings were pooled
       01 WS-RATE-JOURNAL-LINE.
           05 WS-RJ-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RJ-NEW-RATING PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RJ-MATCH-ID PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RJ-POOL PIC X(1).
