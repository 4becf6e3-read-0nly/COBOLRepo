           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT SEASON-FILE ASSIGN TO WS-SEASON-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
           01 WS-SITE-WANTED PIC 9(1) VALUES 1.
           01 WS-EOF-FLAG PIC 9(1) VALUES 0.
               88 END-OF-RATINGS VALUES 1.
      *    every card read is held here first, then each pool's
      *    ladder and the overall ladder are drawn from it in turn.
      *    WS-CARD-POOL 0 marks a card from a season snapshot taken
      *    before the pools existed - it can only join the overall
      *    ladder
           01 WS-CARD-COUNT PIC 9(4) VALUES 0.
           01 WS-CARD-TABLE.
               05 WS-CARD-ENTRY OCCURS 1500 TIMES.
                   10 WS-CARD-ID PIC X(8).
                   10 WS-CARD-POOL PIC 9(1).
                   10 WS-CARD-RATING PIC 9(4).
                   10 WS-CARD-WINS PIC 9(6).
                   10 WS-CARD-LOSSES PIC 9(6).
                   10 WS-CARD-DRAWS PIC 9(6).
           01 WS-CARD-IDX PIC 9(4).
           01 WS-OLD-CARD.
               05 WS-OLD-ID PIC X(8).
               05 WS-OLD-RATING PIC 9(4).
               05 WS-OLD-WINS PIC 9(6).
               05 WS-OLD-LOSSES PIC 9(6).
               05 WS-OLD-DRAWS PIC 9(6).
               05 FILLER PIC X(50).
           01 WS-VIEW-POOL PIC 9(1).
           01 WS-LADDER-HEAD PIC X(40) VALUES SPACES.
           01 WS-STAND-COUNT PIC 9(3) VALUES 0.
           01 WS-STAND-DROPPED PIC 9(4) VALUES 0.
           01 WS-CARD-DROPPED PIC 9(4) VALUES 0.
           01 WS-STAND-TABLE.
               05 WS-STAND-ENTRY OCCURS 500 TIMES.
                   10 WS-STAND-ID PIC X(8).
                   10 WS-STAND-WINS PIC 9(6).
                   10 WS-STAND-LOSSES PIC 9(6).
                   10 WS-STAND-DRAWS PIC 9(6).
      *            overall ladder working totals - the rating is each
      *            card's rating weighted by the games behind it, or
      *            the plain mean of the cards when none has a game
                   10 WS-STAND-WEIGHTED PIC 9(12).
                   10 WS-STAND-RATING-SUM PIC 9(6).
                   10 WS-STAND-CARDS PIC 9(1).
           01 WS-STAND-FOUND PIC 9(3).
           01 WS-CARD-GAMES PIC 9(7).
           01 WS-STAND-GAMES PIC 9(8).
           01 WS-STAND-IDX PIC 9(3).
           01 WS-STAND-IDX2 PIC 9(3).
           01 WS-SWAP-ID PIC X(8).
           01 WS-SWAP-LOSSES PIC 9(6).
           01 WS-SWAP-DRAWS PIC 9(6).
           01 WS-RPT-OUT PIC X(80) VALUES SPACES.
      *    the code handed back is held here until the end - every
      *    CALL to RPTWRITE on the way out leaves its own return code
           01 WS-STAND-RC PIC 9(4) VALUES 0.
           COPY RPTWRITE.

       PROCEDURE DIVISION.
                   STRING "RATINGS.G" WS-SEASON-PICK
                       DELIMITED BY SIZE INTO WS-SEASON-FILENAME
                   PERFORM LOAD-SEASON THRU LOAD-SEASON-EXIT
                   IF WS-CARD-COUNT = 0
                       DISPLAY "NO SEASON SNAPSHOT ON FILE FOR "
                           WS-SEASON-PICK " - WAS THAT SEASON CLOSED?"
                       GO TO STAND-EXIT
                   PERFORM LOAD-RATINGS THRU LOAD-RATINGS-EXIT
                       UNTIL END-OF-RATINGS
                   CLOSE RATINGS-FILE
                   IF WS-CARD-COUNT = 0
                       DISPLAY "NO RATINGS ON FILE - PLAY A RATED "
                           "GAME OF TICTACTOE FIRST."
                       GO TO STAND-EXIT
                   END-IF
               END-IF
      *        the console copy stays for interactive use - the same
      *        lines also go to TTTSTAND.RPT through the shared
      *        report writer for the printed morning package
                   MOVE "TICTACTOE RATINGS LADDER" TO WS-RPT-OUT
               END-IF
               PERFORM EMIT-LINE
      *        one ladder per board size that has cards, then the
      *        overall ladder across all of them
               MOVE 3 TO WS-VIEW-POOL
               PERFORM PRINT-POOL-LADDER
                   UNTIL WS-VIEW-POOL > 5
               PERFORM BUILD-OVERALL-VIEW
               MOVE "OVERALL - ALL BOARD SIZES" TO WS-LADDER-HEAD
               PERFORM PRINT-LADDER
               IF WS-CARD-DROPPED > 0
                   STRING WS-CARD-DROPPED " RATING CARDS BEYOND THE "
                       "1500 THE TABLE HOLDS WERE LEFT OFF - THESE "
                       "LADDERS ARE INCOMPLETE"
                       DELIMITED BY SIZE INTO WS-RPT-OUT
                   PERFORM EMIT-LINE
                   MOVE 8 TO WS-STAND-RC
               END-IF
               MOVE "==============================================
      -            "" TO WS-RPT-OUT
               PERFORM EMIT-LINE
               MOVE "C" TO RPT-ACTION
               CALL "RPTWRITE" USING RPT-PARMS
               GO TO STAND-EXIT.

           PRINT-POOL-LADDER.
               PERFORM BUILD-POOL-VIEW
               IF WS-STAND-COUNT > 0
                   MOVE SPACES TO WS-LADDER-HEAD
                   STRING WS-VIEW-POOL "X" WS-VIEW-POOL " POOL"
                       DELIMITED BY SIZE INTO WS-LADDER-HEAD
                   PERFORM PRINT-LADDER
               END-IF
               ADD 1 TO WS-VIEW-POOL.

           PRINT-LADDER.
               PERFORM SORT-STANDINGS
               PERFORM EMIT-LINE
               MOVE WS-LADDER-HEAD TO WS-RPT-OUT
               PERFORM EMIT-LINE
               MOVE "RANK PLAYER   RATING   WINS LOSSES  DRAWS"
                   TO WS-RPT-OUT
               PERFORM EMIT-LINE
                       "LADDER IS INCOMPLETE"
                       DELIMITED BY SIZE INTO WS-RPT-OUT
                   PERFORM EMIT-LINE
                   MOVE 8 TO WS-STAND-RC
               END-IF.

           BUILD-POOL-VIEW.
               MOVE 0 TO WS-STAND-COUNT
               MOVE 0 TO WS-STAND-DROPPED
               MOVE 1 TO WS-CARD-IDX
               PERFORM TAKE-POOL-CARD
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT.

           TAKE-POOL-CARD.
               IF WS-CARD-POOL(WS-CARD-IDX) = WS-VIEW-POOL
                   IF WS-STAND-COUNT < 500
                       ADD 1 TO WS-STAND-COUNT
                       MOVE WS-CARD-ID(WS-CARD-IDX)
                           TO WS-STAND-ID(WS-STAND-COUNT)
                       MOVE WS-CARD-RATING(WS-CARD-IDX)
                           TO WS-STAND-RATING(WS-STAND-COUNT)
                       MOVE WS-CARD-WINS(WS-CARD-IDX)
                           TO WS-STAND-WINS(WS-STAND-COUNT)
                       MOVE WS-CARD-LOSSES(WS-CARD-IDX)
                           TO WS-STAND-LOSSES(WS-STAND-COUNT)
                       MOVE WS-CARD-DRAWS(WS-CARD-IDX)
                           TO WS-STAND-DRAWS(WS-STAND-COUNT)
                   ELSE
                       ADD 1 TO WS-STAND-DROPPED
                   END-IF
               END-IF
               ADD 1 TO WS-CARD-IDX.

      *    the overall ladder folds each player's cards into one line -
      *    wins, losses and draws summed across the pools
           BUILD-OVERALL-VIEW.
               MOVE 0 TO WS-STAND-COUNT
               MOVE 0 TO WS-STAND-DROPPED
               MOVE 1 TO WS-CARD-IDX
               PERFORM FOLD-OVERALL-CARD
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               MOVE 1 TO WS-STAND-IDX
               PERFORM SETTLE-OVERALL-RATING
                   UNTIL WS-STAND-IDX > WS-STAND-COUNT.

           FOLD-OVERALL-CARD.
               MOVE 0 TO WS-STAND-FOUND
               MOVE 1 TO WS-STAND-IDX
               PERFORM FIND-OVERALL-PLAYER
                   UNTIL WS-STAND-IDX > WS-STAND-COUNT
                      OR WS-STAND-FOUND > 0
               IF WS-STAND-FOUND = 0
                   IF WS-STAND-COUNT < 500
                       ADD 1 TO WS-STAND-COUNT
                       MOVE WS-STAND-COUNT TO WS-STAND-FOUND
                       MOVE WS-CARD-ID(WS-CARD-IDX)
                           TO WS-STAND-ID(WS-STAND-FOUND)
                       MOVE 0 TO WS-STAND-RATING(WS-STAND-FOUND)
                       MOVE 0 TO WS-STAND-WINS(WS-STAND-FOUND)
                       MOVE 0 TO WS-STAND-LOSSES(WS-STAND-FOUND)
                       MOVE 0 TO WS-STAND-DRAWS(WS-STAND-FOUND)
                       MOVE 0 TO WS-STAND-WEIGHTED(WS-STAND-FOUND)
                       MOVE 0 TO WS-STAND-RATING-SUM(WS-STAND-FOUND)
                       MOVE 0 TO WS-STAND-CARDS(WS-STAND-FOUND)
                   ELSE
                       ADD 1 TO WS-STAND-DROPPED
                   END-IF
               END-IF
               IF WS-STAND-FOUND > 0
                   COMPUTE WS-CARD-GAMES = WS-CARD-WINS(WS-CARD-IDX)
                       + WS-CARD-LOSSES(WS-CARD-IDX)
                       + WS-CARD-DRAWS(WS-CARD-IDX)
                   ADD WS-CARD-WINS(WS-CARD-IDX)
                       TO WS-STAND-WINS(WS-STAND-FOUND)
                   ADD WS-CARD-LOSSES(WS-CARD-IDX)
                       TO WS-STAND-LOSSES(WS-STAND-FOUND)
                   ADD WS-CARD-DRAWS(WS-CARD-IDX)
                       TO WS-STAND-DRAWS(WS-STAND-FOUND)
                   COMPUTE WS-STAND-WEIGHTED(WS-STAND-FOUND) =
                       WS-STAND-WEIGHTED(WS-STAND-FOUND)
                       + WS-CARD-RATING(WS-CARD-IDX) * WS-CARD-GAMES
                   ADD WS-CARD-RATING(WS-CARD-IDX)
                       TO WS-STAND-RATING-SUM(WS-STAND-FOUND)
                   ADD 1 TO WS-STAND-CARDS(WS-STAND-FOUND)
               END-IF
               ADD 1 TO WS-CARD-IDX.

           FIND-OVERALL-PLAYER.
               IF WS-STAND-ID(WS-STAND-IDX) = WS-CARD-ID(WS-CARD-IDX)
                   MOVE WS-STAND-IDX TO WS-STAND-FOUND
               END-IF
               ADD 1 TO WS-STAND-IDX.

           SETTLE-OVERALL-RATING.
               COMPUTE WS-STAND-GAMES = WS-STAND-WINS(WS-STAND-IDX)
                   + WS-STAND-LOSSES(WS-STAND-IDX)
                   + WS-STAND-DRAWS(WS-STAND-IDX)
               IF WS-STAND-GAMES > 0
                   COMPUTE WS-STAND-RATING(WS-STAND-IDX) ROUNDED =
                       WS-STAND-WEIGHTED(WS-STAND-IDX) / WS-STAND-GAMES
               ELSE
                   COMPUTE WS-STAND-RATING(WS-STAND-IDX) ROUNDED =
                       WS-STAND-RATING-SUM(WS-STAND-IDX)
                       / WS-STAND-CARDS(WS-STAND-IDX)
               END-IF
               ADD 1 TO WS-STAND-IDX.

           EMIT-LINE.
               DISPLAY WS-RPT-OUT
               IF WS-SITE-WANTED = 0
                   GO TO LOAD-RATINGS-EXIT
               END-IF
               PERFORM HOLD-CARD.
           LOAD-RATINGS-EXIT.
               EXIT.

      *    a season snapshot holds the same RATING-REC layout
      *    flattened one record per line, so the file record area
      *    decodes it directly - except snapshots taken before the
      *    pools, where the rating sits where the pool now is. a pool
      *    is always 3 to 5 and those old ratings never reach 3000,
      *    so the byte tells the two apart
           LOAD-SEASON.
               OPEN INPUT SEASON-FILE
               IF WS-SEASON-STATUS NOT = "00"
                       GO TO LOAD-SEASON-EXIT
               END-READ
               MOVE SEASON-FILE-REC TO RATING-REC
               IF SEASON-FILE-REC(9:1) < "3"
                   OR SEASON-FILE-REC(9:1) > "5"
                   MOVE SEASON-FILE-REC TO WS-OLD-CARD
                   MOVE WS-OLD-ID TO RATE-PLAYER-ID
                   MOVE 0 TO RATE-POOL
                   MOVE WS-OLD-RATING TO RATE-RATING
                   MOVE WS-OLD-WINS TO RATE-WINS
                   MOVE WS-OLD-LOSSES TO RATE-LOSSES
                   MOVE WS-OLD-DRAWS TO RATE-DRAWS
               END-IF
               PERFORM HOLD-CARD
               GO TO LOAD-SEASON-LOOP.
           LOAD-SEASON-EXIT.
               EXIT.

           HOLD-CARD.
               IF WS-CARD-COUNT < 1500
                   ADD 1 TO WS-CARD-COUNT
                   MOVE RATE-PLAYER-ID TO WS-CARD-ID(WS-CARD-COUNT)
                   MOVE RATE-POOL TO WS-CARD-POOL(WS-CARD-COUNT)
                   MOVE RATE-RATING TO WS-CARD-RATING(WS-CARD-COUNT)
                   MOVE RATE-WINS TO WS-CARD-WINS(WS-CARD-COUNT)
                   MOVE RATE-LOSSES TO WS-CARD-LOSSES(WS-CARD-COUNT)
                   MOVE RATE-DRAWS TO WS-CARD-DRAWS(WS-CARD-COUNT)
               ELSE
                   ADD 1 TO WS-CARD-DROPPED
               END-IF.

           LOAD-SITE-REGISTRY.
               OPEN INPUT SITE-REGISTRY
               IF WS-SITEREG-STATUS NOT = "00"
               ADD 1 TO WS-STAND-IDX.

           STAND-EXIT.
               MOVE WS-STAND-RC TO RETURN-CODE
           GOBACK.
       END PROGRAM TTTSTAND.
