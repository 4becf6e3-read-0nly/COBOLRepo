      *step timing line on RUNHIST.DAT - BATCHRC appends one as each
      *batch step ends, beside BATCHSTAT's one line per cycle (those
      *carry the cycle's state where this carries the STEP tag). the
      *date is the cycle's: the date of the night's RUNCAL plan, so a
      *run that crosses midnight or a rerun next morning files under
      *the night it belongs to. elapsed is in seconds; a step never
      *runs long enough to need the end date, which is the start
      *date plus the elapsed time
       01 WS-RHT-LINE.
           05 WS-RHT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RHT-TAG PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RHT-PGM PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RHT-START-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RHT-START-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RHT-END-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RHT-ELAPSED PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RHT-RC PIC 9(4).
