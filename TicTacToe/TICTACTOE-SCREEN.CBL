       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-HISTORY ASSIGN TO "MATCHHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-MATCH-ID
               ALTERNATE RECORD KEY IS HIST-PLAYER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT MOVE-LOG ASSIGN TO "MOVELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVELOG-STATUS.
           SELECT RATE-JOURNAL ASSIGN TO "RATEJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT SEASON-CONTROL ASSIGN TO "SEASONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SCREEN-EXCEPTIONS ASSIGN TO "SCREENEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-HISTORY.
       COPY MATCHREC.
       FD  MOVE-LOG.
       01  MOVE-LOG-REC PIC X(80).
       FD  RATE-JOURNAL.
       01  RATE-JOURNAL-REC PIC X(50).
       FD  SEASON-CONTROL.
       01  SEASON-CONTROL-REC PIC X(20).
       FD  SCREEN-EXCEPTIONS.
       01  SCREEN-EXCEPTIONS-REC PIC X(46).
       LOCAL-STORAGE SECTION.
           01 WS-HISTORY-STATUS PIC X(2) VALUES "00".
           01 WS-MOVELOG-STATUS PIC X(2) VALUES "00".
           01 WS-JOURNAL-STATUS PIC X(2) VALUES "00".
           01 WS-CTL-STATUS PIC X(2) VALUES "00".
           01 WS-SCREENEX-STATUS PIC X(2) VALUES "00".
           01 WS-RUN-DATE PIC 9(8).
      *    the screen covers the season in progress - games dated on
      *    or after the start SEASNEND last wrote to the control
      *    file, or the whole master when no season has been closed
           01 WS-SEASON-START PIC 9(8) VALUES 0.
           01 WS-CTL-LINE.
               05 WS-CTL-SEASON PIC 9(3).
               05 FILLER PIC X(1).
               05 WS-CTL-START PIC 9(8).
           01 WS-LOG-LINE PIC X(80).
           COPY MOVELOG.
           COPY RATEJRNL.
           COPY SCRNEXC.
      *    the tests and where they trip. a pair is flagged when -
      *      F  it played at least WS-FREQ-MIN games and at least
      *         WS-FREQ-FACTOR times the season's games per pair
      *      O  one side won WS-ONESIDE-PCT percent or more of at
      *         least WS-ONESIDE-MIN games
      *      S  WS-SHORT-MIN or more games, and half or more of the
      *         pair's timed games, ran under WS-SHORT-PCT percent of
      *         the median duration for the board size
      *      Q  WS-QUICK-MIN or more games, and half or more of the
      *         pair's decided games, ended in the fewest moves the
      *         rule allows - the side that lost never got in the way
      *      T  one side's net rating gain from the other reached
      *         WS-XFER-LIMIT points
           01 WS-FREQ-MIN PIC 9(3) VALUES 10.
           01 WS-FREQ-FACTOR PIC 9(1) VALUES 3.
           01 WS-ONESIDE-MIN PIC 9(3) VALUES 5.
           01 WS-ONESIDE-PCT PIC 9(3) VALUES 90.
           01 WS-SHORT-MIN PIC 9(3) VALUES 3.
           01 WS-SHORT-PCT PIC 9(3) VALUES 50.
           01 WS-QUICK-MIN PIC 9(3) VALUES 3.
           01 WS-XFER-LIMIT PIC 9(4) VALUES 100.
      *    a board size needs this many timed games before its median
      *    means anything
           01 WS-MEDIAN-MIN PIC 9(3) VALUES 10.
      *    one line per player pair met this season, player A the
      *    lower id of the two
           01 WS-PR-COUNT PIC 9(4) VALUES 0.
           01 WS-PR-DROPPED PIC 9(5) VALUES 0.
           01 WS-PR-TABLE.
               05 WS-PR-ENTRY OCCURS 1000 TIMES.
                   10 WS-PR-A PIC X(8).
                   10 WS-PR-B PIC X(8).
                   10 WS-PR-GAMES PIC 9(5).
                   10 WS-PR-A-WINS PIC 9(5).
                   10 WS-PR-B-WINS PIC 9(5).
                   10 WS-PR-DRAWS PIC 9(5).
                   10 WS-PR-TIMED PIC 9(5).
                   10 WS-PR-SHORT PIC 9(5).
                   10 WS-PR-QUICK PIC 9(5).
      *            rating points A took from B net of what B took
      *            back - every game journals both sides, so the sum
      *            runs double and is halved when scored
                   10 WS-PR-XFER PIC S9(7).
                   10 WS-PR-SCORE PIC 9(3).
                   10 WS-PR-FLAGS PIC X(5).
           01 WS-PR-IDX PIC 9(4).
           01 WS-PR-IDX2 PIC 9(4).
           01 WS-PR-FOUND PIC 9(4).
           01 WS-SWAP-ENTRY PIC X(66).
           01 WS-WANT-A PIC X(8).
           01 WS-WANT-B PIC X(8).
           01 WS-WIN-ID PIC X(8).
           01 WS-GAME-OK PIC 9(1).
      *    game durations by board size, one bin per second up to
      *    999 and everything longer in the last bin - the median is
      *    read off the running count, no sort needed
           01 WS-DUR-TABLE.
               05 WS-DUR-DIM OCCURS 3 TIMES.
                   10 WS-DUR-BIN PIC 9(5) OCCURS 1000 TIMES.
           01 WS-DUR-COUNT-TABLE.
               05 WS-DUR-COUNT PIC 9(6) OCCURS 3 TIMES.
           01 WS-MEDIAN-TABLE.
               05 WS-MEDIAN PIC 9(4) OCCURS 3 TIMES.
           01 WS-SHORT-LIMIT-TABLE.
               05 WS-SHORT-LIMIT PIC 9(4) OCCURS 3 TIMES.
           01 WS-DIM-IDX PIC 9(1).
           01 WS-BIN-IDX PIC 9(4).
           01 WS-BIN-TARGET PIC 9(6).
           01 WS-BIN-RUNNING PIC 9(6).
           01 WS-SHOW-DIM PIC 9(1).
      *    the move-log walk - moves that stood in the game in hand
           01 WS-EOF-FLAG PIC 9(1) VALUES 0.
               88 END-OF-FILE VALUES 1.
           01 WS-IN-GAME PIC 9(1) VALUES 0.
           01 WS-LOG-DIM PIC 9(1) VALUES 3.
           01 WS-LOG-WINLEN PIC 9(1) VALUES 3.
           01 WS-LOG-MOVES PIC 9(2) VALUES 0.
           01 WS-FEWEST-MOVES PIC 9(2).
           01 WS-JOURNAL-GAIN PIC S9(5).
      *    season totals for the report
           01 WS-GAMES-SCREENED PIC 9(6) VALUES 0.
           01 WS-GAMES-PASSED PIC 9(6) VALUES 0.
           01 WS-PAIR-GAMES PIC 9(7) VALUES 0.
           01 WS-AVG-GAMES PIC 9(5)V9(2) VALUES 0.
           01 WS-FREQ-LINE PIC 9(7)V9(2) VALUES 0.
           01 WS-ONESIDE-WINS PIC 9(5).
           01 WS-DECIDED PIC 9(5).
           01 WS-NET-XFER PIC 9(7).
           01 WS-XFER-BONUS PIC 9(4).
           01 WS-EXC-COUNT PIC 9(4) VALUES 0.
           01 WS-RANK PIC 9(3).
           01 WS-AVG-OUT PIC ZZZ9.99.
           01 WS-XFER-OUT PIC -(5)9.
           01 WS-RPT-LINE PIC X(80) VALUES SPACES.
      *    the step's code is held here until the end - every CALL
      *    to RPTWRITE on the way out leaves its own return code
           01 WS-SCREEN-RC PIC 9(4) VALUES 0.
           COPY RPTWRITE.
           COPY BATCHRC.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE "TTTSCRN" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE "O" TO RPT-ACTION
               MOVE "TTTSCRN.RPT" TO RPT-NAME
               MOVE "TICTACTOE RATING INTEGRITY SCREEN" TO RPT-TITLE
               CALL "RPTWRITE" USING RPT-PARMS
               PERFORM LOAD-SEASON-START THRU LOAD-SEASON-EXIT
               IF WS-SEASON-START = 0
                   MOVE "PLAYER PAIRS SCREENED FOR RATING MANIPULATION "
                       & "- WHOLE MASTER" TO WS-RPT-LINE
               ELSE
                   STRING "PLAYER PAIRS SCREENED FOR RATING "
                       "MANIPULATION - SEASON FROM " WS-SEASON-START
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM WRITE-REPORT
               MOVE ZEROS TO WS-DUR-TABLE
               MOVE ZEROS TO WS-DUR-COUNT-TABLE
               OPEN INPUT MATCH-HISTORY
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE "NO MATCH HISTORY ON FILE - NOTHING TO SCREEN"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   PERFORM WRITE-EXCEPTIONS-FILE
                   PERFORM CLOSE-REPORT-FILE
                   GO TO SCREEN-EXIT
               END-IF
               PERFORM TALLY-PAIRS THRU TALLY-PAIRS-EXIT
               PERFORM FIND-MEDIANS
               PERFORM COUNT-SHORT-GAMES THRU COUNT-SHORT-EXIT
               PERFORM SCAN-MOVE-LOG THRU SCAN-MOVE-LOG-EXIT
               PERFORM SCAN-RATE-JOURNAL THRU SCAN-JOURNAL-EXIT
               CLOSE MATCH-HISTORY
               PERFORM SCORE-PAIRS
               PERFORM SORT-PAIRS
               PERFORM PRINT-EXCEPTIONS
               PERFORM WRITE-EXCEPTIONS-FILE
               PERFORM PRINT-SUMMARY
               PERFORM CLOSE-REPORT-FILE
               DISPLAY "TTTSCRN COMPLETE - PAIRS SCREENED: "
                   WS-PR-COUNT " EXCEPTIONS: " WS-EXC-COUNT
               GO TO SCREEN-EXIT.

           WRITE-REPORT.
               MOVE "L" TO RPT-ACTION
               MOVE WS-RPT-LINE TO RPT-DETAIL
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE SPACES TO WS-RPT-LINE.

           CLOSE-REPORT-FILE.
               MOVE "C" TO RPT-ACTION
               CALL "RPTWRITE" USING RPT-PARMS.

           LOAD-SEASON-START.
               OPEN INPUT SEASON-CONTROL
               IF WS-CTL-STATUS NOT = "00"
                   GO TO LOAD-SEASON-EXIT
               END-IF
               READ SEASON-CONTROL INTO WS-CTL-LINE
                   AT END
                       CLOSE SEASON-CONTROL
                       GO TO LOAD-SEASON-EXIT
               END-READ
               IF WS-CTL-START IS NUMERIC
                   MOVE WS-CTL-START TO WS-SEASON-START
               END-IF
               CLOSE SEASON-CONTROL.
           LOAD-SEASON-EXIT.
               EXIT.

      *    only games between two named people can be a fix - the
      *    computer, its self-play and the shared guest ids are left
      *    out, and so are takeback games, which never rated
           JUDGE-GAME.
               MOVE 1 TO WS-GAME-OK
               IF HIST-ID-DATE < WS-SEASON-START
                   OR HIST-RESULT-TYPE = "U"
                   OR HIST-MODE = 3
                   OR HIST-X-ID = "COMPUTER"
                   OR HIST-O-ID = "COMPUTER"
                   OR HIST-X-ID(1:6) = "GUEST-"
                   OR HIST-O-ID(1:6) = "GUEST-"
                   OR HIST-X-ID = HIST-O-ID
                   OR HIST-DIM < 3 OR HIST-DIM > 5
                   MOVE 0 TO WS-GAME-OK
               END-IF
               IF HIST-X-ID < HIST-O-ID
                   MOVE HIST-X-ID TO WS-WANT-A
                   MOVE HIST-O-ID TO WS-WANT-B
               ELSE
                   MOVE HIST-O-ID TO WS-WANT-A
                   MOVE HIST-X-ID TO WS-WANT-B
               END-IF.

      *    the master is keyed by date, so the walk starts at the
      *    season's first day
           START-SEASON-WALK.
               MOVE WS-SEASON-START TO HIST-ID-DATE
               MOVE 0 TO HIST-ID-SEQ
               START MATCH-HISTORY KEY NOT LESS THAN HIST-MATCH-ID
               MOVE 0 TO WS-EOF-FLAG
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE 1 TO WS-EOF-FLAG
               END-IF.

      *    --------------------------------------------------------
      *    first pass - games, results and durations by pair
      *    --------------------------------------------------------
           TALLY-PAIRS.
               PERFORM START-SEASON-WALK.
           TALLY-PAIRS-LOOP.
               IF END-OF-FILE
                   GO TO TALLY-PAIRS-EXIT
               END-IF
               READ MATCH-HISTORY NEXT
                   AT END
                       GO TO TALLY-PAIRS-EXIT
               END-READ
               ADD 1 TO WS-GAMES-SCREENED
               PERFORM JUDGE-GAME
               IF WS-GAME-OK = 0
                   GO TO TALLY-PAIRS-LOOP
               END-IF
               MOVE 1 TO WS-PR-FOUND
               PERFORM FIND-PAIR
               IF WS-PR-FOUND = 0
                   GO TO TALLY-PAIRS-LOOP
               END-IF
               ADD 1 TO WS-GAMES-PASSED
               ADD 1 TO WS-PR-GAMES(WS-PR-FOUND)
               MOVE SPACES TO WS-WIN-ID
               IF HIST-WINNER = "X"
                   MOVE HIST-X-ID TO WS-WIN-ID
               END-IF
               IF HIST-WINNER = "O"
                   MOVE HIST-O-ID TO WS-WIN-ID
               END-IF
               EVALUATE TRUE
                   WHEN WS-WIN-ID = WS-WANT-A
                       ADD 1 TO WS-PR-A-WINS(WS-PR-FOUND)
                   WHEN WS-WIN-ID = WS-WANT-B
                       ADD 1 TO WS-PR-B-WINS(WS-PR-FOUND)
                   WHEN OTHER
                       ADD 1 TO WS-PR-DRAWS(WS-PR-FOUND)
               END-EVALUATE
      *        a correspondence game's clock runs for days - it says
      *        nothing about how hard either side tried
               IF HIST-MODE NOT = 4 AND HIST-DURATION > 0
                   ADD 1 TO WS-PR-TIMED(WS-PR-FOUND)
                   COMPUTE WS-DIM-IDX = HIST-DIM - 2
                   IF HIST-DURATION > 999
                       MOVE 1000 TO WS-BIN-IDX
                   ELSE
                       COMPUTE WS-BIN-IDX = HIST-DURATION + 1
                   END-IF
                   ADD 1 TO WS-DUR-BIN(WS-DIM-IDX, WS-BIN-IDX)
                   ADD 1 TO WS-DUR-COUNT(WS-DIM-IDX)
               END-IF
               GO TO TALLY-PAIRS-LOOP.
           TALLY-PAIRS-EXIT.
               EXIT.

      *    WS-PR-FOUND 1 on the way in adds a pair not yet seen, 0
      *    only looks one up
           FIND-PAIR.
               MOVE WS-PR-FOUND TO WS-PR-IDX2
               MOVE 0 TO WS-PR-FOUND
               MOVE 1 TO WS-PR-IDX
               PERFORM FIND-PAIR-SCAN
                   UNTIL WS-PR-IDX > WS-PR-COUNT OR WS-PR-FOUND > 0
               IF WS-PR-FOUND = 0 AND WS-PR-IDX2 = 1
                   IF WS-PR-COUNT < 1000
                       ADD 1 TO WS-PR-COUNT
                       MOVE WS-PR-COUNT TO WS-PR-FOUND
                       MOVE WS-WANT-A TO WS-PR-A(WS-PR-FOUND)
                       MOVE WS-WANT-B TO WS-PR-B(WS-PR-FOUND)
                       MOVE 0 TO WS-PR-GAMES(WS-PR-FOUND)
                       MOVE 0 TO WS-PR-A-WINS(WS-PR-FOUND)
                       MOVE 0 TO WS-PR-B-WINS(WS-PR-FOUND)
                       MOVE 0 TO WS-PR-DRAWS(WS-PR-FOUND)
                       MOVE 0 TO WS-PR-TIMED(WS-PR-FOUND)
                       MOVE 0 TO WS-PR-SHORT(WS-PR-FOUND)
                       MOVE 0 TO WS-PR-QUICK(WS-PR-FOUND)
                       MOVE 0 TO WS-PR-XFER(WS-PR-FOUND)
                       MOVE 0 TO WS-PR-SCORE(WS-PR-FOUND)
                       MOVE "-----" TO WS-PR-FLAGS(WS-PR-FOUND)
                   ELSE
                       ADD 1 TO WS-PR-DROPPED
                   END-IF
               END-IF.

           FIND-PAIR-SCAN.
               IF WS-PR-A(WS-PR-IDX) = WS-WANT-A
                   AND WS-PR-B(WS-PR-IDX) = WS-WANT-B
                   MOVE WS-PR-IDX TO WS-PR-FOUND
               END-IF
               ADD 1 TO WS-PR-IDX.

           FIND-MEDIANS.
               MOVE 1 TO WS-DIM-IDX
               PERFORM FIND-ONE-MEDIAN
                   UNTIL WS-DIM-IDX > 3.

      *    a board size with too few timed games gets no median and
      *    so no short-game test
           FIND-ONE-MEDIAN.
               MOVE 0 TO WS-MEDIAN(WS-DIM-IDX)
               MOVE 0 TO WS-SHORT-LIMIT(WS-DIM-IDX)
               IF WS-DUR-COUNT(WS-DIM-IDX) >= WS-MEDIAN-MIN
                   COMPUTE WS-BIN-TARGET =
                       (WS-DUR-COUNT(WS-DIM-IDX) + 1) / 2
                   MOVE 0 TO WS-BIN-RUNNING
                   MOVE 0 TO WS-BIN-IDX
                   PERFORM WALK-MEDIAN-BIN
                       UNTIL WS-BIN-RUNNING >= WS-BIN-TARGET
                   COMPUTE WS-MEDIAN(WS-DIM-IDX) = WS-BIN-IDX - 1
                   COMPUTE WS-SHORT-LIMIT(WS-DIM-IDX) =
                       (WS-MEDIAN(WS-DIM-IDX) * WS-SHORT-PCT) / 100
               END-IF
               ADD 1 TO WS-DIM-IDX.

           WALK-MEDIAN-BIN.
               ADD 1 TO WS-BIN-IDX
               ADD WS-DUR-BIN(WS-DIM-IDX, WS-BIN-IDX)
                   TO WS-BIN-RUNNING.

      *    --------------------------------------------------------
      *    second pass - games well under the median for their
      *    board size
      *    --------------------------------------------------------
           COUNT-SHORT-GAMES.
               PERFORM START-SEASON-WALK.
           COUNT-SHORT-LOOP.
               IF END-OF-FILE
                   GO TO COUNT-SHORT-EXIT
               END-IF
               READ MATCH-HISTORY NEXT
                   AT END
                       GO TO COUNT-SHORT-EXIT
               END-READ
               PERFORM JUDGE-GAME
               IF WS-GAME-OK = 0
                   OR HIST-MODE = 4 OR HIST-DURATION = 0
                   GO TO COUNT-SHORT-LOOP
               END-IF
               COMPUTE WS-DIM-IDX = HIST-DIM - 2
               IF HIST-DURATION >= WS-SHORT-LIMIT(WS-DIM-IDX)
                   GO TO COUNT-SHORT-LOOP
               END-IF
               MOVE 0 TO WS-PR-FOUND
               PERFORM FIND-PAIR
               IF WS-PR-FOUND > 0
                   ADD 1 TO WS-PR-SHORT(WS-PR-FOUND)
               END-IF
               GO TO COUNT-SHORT-LOOP.
           COUNT-SHORT-EXIT.
               EXIT.

      *    --------------------------------------------------------
      *    the move log - decided games that ended as fast as the
      *    rule permits, credited to the pair through the match id
      *    on the end line
      *    --------------------------------------------------------
           SCAN-MOVE-LOG.
               MOVE 0 TO WS-EOF-FLAG
               MOVE 0 TO WS-IN-GAME
               OPEN INPUT MOVE-LOG
               IF WS-MOVELOG-STATUS NOT = "00"
                   GO TO SCAN-MOVE-LOG-EXIT
               END-IF.
           SCAN-MOVE-LOG-LOOP.
               READ MOVE-LOG INTO WS-LOG-LINE
                   AT END
                       CLOSE MOVE-LOG
                       GO TO SCAN-MOVE-LOG-EXIT
               END-READ
               EVALUATE WS-LOG-LINE(1:1)
                   WHEN "S"
                       MOVE WS-LOG-LINE TO WS-GAME-START-LINE
                       IF WS-GS-DIM = 3 OR WS-GS-DIM = 4
                           OR WS-GS-DIM = 5
                           MOVE WS-GS-DIM TO WS-LOG-DIM
                       ELSE
                           MOVE 3 TO WS-LOG-DIM
                       END-IF
                       IF WS-GS-WINLEN >= "3" AND WS-GS-WINLEN <= "9"
                           MOVE WS-GS-WINLEN TO WS-LOG-WINLEN
                           IF WS-LOG-WINLEN > WS-LOG-DIM
                               MOVE WS-LOG-DIM TO WS-LOG-WINLEN
                           END-IF
                       ELSE
                           MOVE WS-LOG-DIM TO WS-LOG-WINLEN
                       END-IF
                       MOVE 0 TO WS-LOG-MOVES
                       MOVE 1 TO WS-IN-GAME
                   WHEN "X"
                   WHEN "O"
                       IF WS-IN-GAME = 1
                           ADD 1 TO WS-LOG-MOVES
                       END-IF
                   WHEN "U"
                       IF WS-IN-GAME = 1 AND WS-LOG-MOVES > 0
                           SUBTRACT 1 FROM WS-LOG-MOVES
                       END-IF
                   WHEN "E"
                       IF WS-IN-GAME = 1
                           MOVE WS-LOG-LINE TO WS-GAME-END-LINE
                           PERFORM CREDIT-QUICK-GAME
                       END-IF
                       MOVE 0 TO WS-IN-GAME
               END-EVALUATE
               GO TO SCAN-MOVE-LOG-LOOP.
           SCAN-MOVE-LOG-EXIT.
               EXIT.

      *    a line of WS-LOG-WINLEN marks takes at least that many
      *    moves from the side that made it, with the other side's
      *    moves in between - a game over by then was never contested
           CREDIT-QUICK-GAME.
               COMPUTE WS-FEWEST-MOVES = WS-LOG-WINLEN * 2
               IF (WS-GE-WINNER = "X" OR WS-GE-WINNER = "O")
                   AND WS-LOG-MOVES <= WS-FEWEST-MOVES
                   AND WS-GE-MATCH-ID IS NUMERIC
                   MOVE WS-GE-MATCH-ID TO HIST-MATCH-ID
                   READ MATCH-HISTORY
                       INVALID KEY
                           MOVE 0 TO WS-GAME-OK
                       NOT INVALID KEY
                           PERFORM JUDGE-GAME
                   END-READ
                   IF WS-GAME-OK = 1
                       MOVE 0 TO WS-PR-FOUND
                       PERFORM FIND-PAIR
                       IF WS-PR-FOUND > 0
                           ADD 1 TO WS-PR-QUICK(WS-PR-FOUND)
                       END-IF
                   END-IF
               END-IF.

      *    --------------------------------------------------------
      *    the rating journal - points won and lost inside each pair
      *    --------------------------------------------------------
           SCAN-RATE-JOURNAL.
               OPEN INPUT RATE-JOURNAL
               IF WS-JOURNAL-STATUS NOT = "00"
                   GO TO SCAN-JOURNAL-EXIT
               END-IF.
           SCAN-JOURNAL-LOOP.
               READ RATE-JOURNAL INTO WS-RATE-JOURNAL-LINE
                   AT END
                       CLOSE RATE-JOURNAL
                       GO TO SCAN-JOURNAL-EXIT
               END-READ
               IF WS-RJ-DATE < WS-SEASON-START
                   OR WS-RJ-MATCH-ID IS NOT NUMERIC
                   OR WS-RJ-OLD-RATING IS NOT NUMERIC
                   OR WS-RJ-NEW-RATING IS NOT NUMERIC
                   GO TO SCAN-JOURNAL-LOOP
               END-IF
               MOVE WS-RJ-MATCH-ID TO HIST-MATCH-ID
               READ MATCH-HISTORY
                   INVALID KEY
                       GO TO SCAN-JOURNAL-LOOP
               END-READ
               PERFORM JUDGE-GAME
               IF WS-GAME-OK = 0
                   GO TO SCAN-JOURNAL-LOOP
               END-IF
               MOVE 0 TO WS-PR-FOUND
               PERFORM FIND-PAIR
               IF WS-PR-FOUND = 0
                   GO TO SCAN-JOURNAL-LOOP
               END-IF
               COMPUTE WS-JOURNAL-GAIN =
                   WS-RJ-NEW-RATING - WS-RJ-OLD-RATING
               IF WS-RJ-PLAYER = WS-WANT-A
                   ADD WS-JOURNAL-GAIN TO WS-PR-XFER(WS-PR-FOUND)
               END-IF
               IF WS-RJ-PLAYER = WS-WANT-B
                   SUBTRACT WS-JOURNAL-GAIN
                       FROM WS-PR-XFER(WS-PR-FOUND)
               END-IF
               GO TO SCAN-JOURNAL-LOOP.
           SCAN-JOURNAL-EXIT.
               EXIT.

      *    --------------------------------------------------------
      *    scoring - each test that fires adds its weight, and a
      *    transfer past the limit adds more the further past it is
      *    --------------------------------------------------------
           SCORE-PAIRS.
               MOVE 0 TO WS-PAIR-GAMES
               MOVE 1 TO WS-PR-IDX
               PERFORM ADD-PAIR-GAMES
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-COUNT > 0
                   COMPUTE WS-AVG-GAMES ROUNDED =
                       WS-PAIR-GAMES / WS-PR-COUNT
               END-IF
               COMPUTE WS-FREQ-LINE = WS-AVG-GAMES * WS-FREQ-FACTOR
               MOVE 0 TO WS-EXC-COUNT
               MOVE 1 TO WS-PR-IDX
               PERFORM SCORE-ONE-PAIR
                   UNTIL WS-PR-IDX > WS-PR-COUNT.

           ADD-PAIR-GAMES.
               ADD WS-PR-GAMES(WS-PR-IDX) TO WS-PAIR-GAMES
               ADD 1 TO WS-PR-IDX.

           SCORE-ONE-PAIR.
               MOVE 0 TO WS-PR-SCORE(WS-PR-IDX)
               MOVE "-----" TO WS-PR-FLAGS(WS-PR-IDX)
               IF WS-PR-GAMES(WS-PR-IDX) >= WS-FREQ-MIN
                   AND WS-PR-GAMES(WS-PR-IDX) >= WS-FREQ-LINE
                   MOVE "F" TO WS-PR-FLAGS(WS-PR-IDX)(1:1)
                   ADD 20 TO WS-PR-SCORE(WS-PR-IDX)
               END-IF
               IF WS-PR-A-WINS(WS-PR-IDX) > WS-PR-B-WINS(WS-PR-IDX)
                   MOVE WS-PR-A-WINS(WS-PR-IDX) TO WS-ONESIDE-WINS
               ELSE
                   MOVE WS-PR-B-WINS(WS-PR-IDX) TO WS-ONESIDE-WINS
               END-IF
               IF WS-PR-GAMES(WS-PR-IDX) >= WS-ONESIDE-MIN
                   AND WS-ONESIDE-WINS * 100 >=
                       WS-PR-GAMES(WS-PR-IDX) * WS-ONESIDE-PCT
                   MOVE "O" TO WS-PR-FLAGS(WS-PR-IDX)(2:1)
                   ADD 30 TO WS-PR-SCORE(WS-PR-IDX)
               END-IF
               IF WS-PR-SHORT(WS-PR-IDX) >= WS-SHORT-MIN
                   AND WS-PR-SHORT(WS-PR-IDX) * 2 >=
                       WS-PR-TIMED(WS-PR-IDX)
                   MOVE "S" TO WS-PR-FLAGS(WS-PR-IDX)(3:1)
                   ADD 20 TO WS-PR-SCORE(WS-PR-IDX)
               END-IF
               COMPUTE WS-DECIDED = WS-PR-A-WINS(WS-PR-IDX)
                   + WS-PR-B-WINS(WS-PR-IDX)
               IF WS-PR-QUICK(WS-PR-IDX) >= WS-QUICK-MIN
                   AND WS-PR-QUICK(WS-PR-IDX) * 2 >= WS-DECIDED
                   MOVE "Q" TO WS-PR-FLAGS(WS-PR-IDX)(4:1)
                   ADD 30 TO WS-PR-SCORE(WS-PR-IDX)
               END-IF
               IF WS-PR-XFER(WS-PR-IDX) < 0
                   COMPUTE WS-NET-XFER = 0 - WS-PR-XFER(WS-PR-IDX)
               ELSE
                   MOVE WS-PR-XFER(WS-PR-IDX) TO WS-NET-XFER
               END-IF
               COMPUTE WS-NET-XFER = WS-NET-XFER / 2
               IF WS-NET-XFER >= WS-XFER-LIMIT
                   MOVE "T" TO WS-PR-FLAGS(WS-PR-IDX)(5:1)
                   COMPUTE WS-XFER-BONUS =
                       (WS-NET-XFER - WS-XFER-LIMIT) / 10
                   IF WS-XFER-BONUS > 20
                       MOVE 20 TO WS-XFER-BONUS
                   END-IF
                   COMPUTE WS-PR-SCORE(WS-PR-IDX) =
                       WS-PR-SCORE(WS-PR-IDX) + 20 + WS-XFER-BONUS
               END-IF
               IF WS-PR-SCORE(WS-PR-IDX) > 0
                   ADD 1 TO WS-EXC-COUNT
               END-IF
               ADD 1 TO WS-PR-IDX.

      *    highest score first, the busier pair first on a tie
           SORT-PAIRS.
               MOVE 1 TO WS-PR-IDX
               PERFORM SORT-PAIRS-PASS
                   UNTIL WS-PR-IDX >= WS-PR-COUNT.

           SORT-PAIRS-PASS.
               COMPUTE WS-PR-IDX2 = WS-PR-IDX + 1
               PERFORM SORT-PAIRS-SWAP
                   UNTIL WS-PR-IDX2 > WS-PR-COUNT
               ADD 1 TO WS-PR-IDX.

           SORT-PAIRS-SWAP.
               IF WS-PR-SCORE(WS-PR-IDX2) > WS-PR-SCORE(WS-PR-IDX)
                   OR (WS-PR-SCORE(WS-PR-IDX2) = WS-PR-SCORE(WS-PR-IDX)
                   AND WS-PR-GAMES(WS-PR-IDX2) >
                       WS-PR-GAMES(WS-PR-IDX))
                   MOVE WS-PR-ENTRY(WS-PR-IDX) TO WS-SWAP-ENTRY
                   MOVE WS-PR-ENTRY(WS-PR-IDX2)
                       TO WS-PR-ENTRY(WS-PR-IDX)
                   MOVE WS-SWAP-ENTRY TO WS-PR-ENTRY(WS-PR-IDX2)
               END-IF
               ADD 1 TO WS-PR-IDX2.

      *    --------------------------------------------------------
      *    the ranked exceptions
      *    --------------------------------------------------------
           PRINT-EXCEPTIONS.
               PERFORM WRITE-REPORT
               MOVE "RANKED EXCEPTIONS - FOR SUPERVISOR REVIEW BEFORE "
                   & "THE SEASON IS CLOSED" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               PERFORM WRITE-REPORT
               IF WS-EXC-COUNT = 0
                   MOVE "  NO PAIR TRIPPED ANY TEST" TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   GO TO PRINT-EXCEPTIONS-DONE
               END-IF
               MOVE "RANK SCORE PLAYER A PLAYER B GAMES A-WON B-WON "
                   & "DRAWN SHORT QUICK  XFER FLAGS" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 1 TO WS-PR-IDX
               PERFORM PRINT-ONE-EXCEPTION
                   UNTIL WS-PR-IDX > WS-EXC-COUNT
               PERFORM WRITE-REPORT
               MOVE "FLAGS  F FREQUENT PAIRING   O ONE SIDE ALWAYS WINS"
                   & "   S SHORT GAMES" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE "       Q UNCONTESTED LOSSES  T RATING TRANSFER "
                   & "(POINTS A TOOK FROM B)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT.
           PRINT-EXCEPTIONS-DONE.
               EXIT.

           PRINT-ONE-EXCEPTION.
               MOVE WS-PR-IDX TO WS-RANK
               COMPUTE WS-XFER-OUT = WS-PR-XFER(WS-PR-IDX) / 2
               STRING WS-RANK ". " WS-PR-SCORE(WS-PR-IDX) "   "
                   WS-PR-A(WS-PR-IDX) " " WS-PR-B(WS-PR-IDX) " "
                   WS-PR-GAMES(WS-PR-IDX) " "
                   WS-PR-A-WINS(WS-PR-IDX) " "
                   WS-PR-B-WINS(WS-PR-IDX) " "
                   WS-PR-DRAWS(WS-PR-IDX) " "
                   WS-PR-SHORT(WS-PR-IDX) " "
                   WS-PR-QUICK(WS-PR-IDX) " "
                   WS-XFER-OUT " " WS-PR-FLAGS(WS-PR-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-PR-IDX.

      *    rewritten every run, empty when nothing tripped, so
      *    SEASNEND never shows a stale list
           WRITE-EXCEPTIONS-FILE.
               OPEN OUTPUT SCREEN-EXCEPTIONS
               IF WS-SCREENEX-STATUS NOT = "00"
                   STRING "SCREENEX.DAT COULD NOT BE WRITTEN (STATUS "
                       WS-SCREENEX-STATUS ")"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE 8 TO WS-SCREEN-RC
                   GO TO WRITE-EXCEPTIONS-DONE
               END-IF
               MOVE 1 TO WS-PR-IDX
               PERFORM WRITE-ONE-EXCEPTION
                   UNTIL WS-PR-IDX > WS-EXC-COUNT
               CLOSE SCREEN-EXCEPTIONS.
           WRITE-EXCEPTIONS-DONE.
               EXIT.

           WRITE-ONE-EXCEPTION.
               MOVE WS-RUN-DATE TO WS-SX-RUN-DATE
               MOVE WS-PR-IDX TO WS-SX-RANK
               MOVE WS-PR-SCORE(WS-PR-IDX) TO WS-SX-SCORE
               MOVE WS-PR-A(WS-PR-IDX) TO WS-SX-PLAYER-A
               MOVE WS-PR-B(WS-PR-IDX) TO WS-SX-PLAYER-B
               MOVE WS-PR-GAMES(WS-PR-IDX) TO WS-SX-GAMES
               MOVE WS-PR-FLAGS(WS-PR-IDX) TO WS-SX-FLAGS
               MOVE WS-SCREEN-EXC-LINE TO SCREEN-EXCEPTIONS-REC
               WRITE SCREEN-EXCEPTIONS-REC
               ADD 1 TO WS-PR-IDX.

           PRINT-SUMMARY.
               PERFORM WRITE-REPORT
               STRING "GAMES READ " WS-GAMES-SCREENED
                   "  BETWEEN NAMED PLAYERS " WS-GAMES-PASSED
                   "  PAIRS " WS-PR-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE WS-AVG-GAMES TO WS-AVG-OUT
               STRING "GAMES PER PAIR " WS-AVG-OUT
                   "  EXCEPTIONS " WS-EXC-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 1 TO WS-DIM-IDX
               PERFORM PRINT-ONE-MEDIAN
                   UNTIL WS-DIM-IDX > 3
               IF WS-PR-DROPPED > 0
                   STRING WS-PR-DROPPED " GAMES FELL BEYOND THE 1000 "
                       "PAIRS THE TABLE HOLDS - THIS SCREEN IS "
                       "INCOMPLETE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE 8 TO WS-SCREEN-RC
               END-IF.

           PRINT-ONE-MEDIAN.
               COMPUTE WS-SHOW-DIM = WS-DIM-IDX + 2
               IF WS-MEDIAN(WS-DIM-IDX) = 0
                   STRING WS-SHOW-DIM "X" WS-SHOW-DIM
                       " TIMED GAMES " WS-DUR-COUNT(WS-DIM-IDX)
                       "  TOO FEW FOR A MEDIAN - NO SHORT-GAME TEST"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING WS-SHOW-DIM "X" WS-SHOW-DIM
                       " TIMED GAMES " WS-DUR-COUNT(WS-DIM-IDX)
                       "  MEDIAN " WS-MEDIAN(WS-DIM-IDX)
                       "S  SHORT UNDER " WS-SHORT-LIMIT(WS-DIM-IDX) "S"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM WRITE-REPORT
               ADD 1 TO WS-DIM-IDX.

           SCREEN-EXIT.
               MOVE "TTTSCRN" TO BRC-PROGRAM
               MOVE WS-SCREEN-RC TO RETURN-CODE
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM TTTSCRN.
