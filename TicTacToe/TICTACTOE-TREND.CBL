           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATINGS-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY RATEJRNL.
           01 WS-TREND-ID PIC X(8) VALUES SPACES.
           01 WS-ENTRY-COUNT PIC 9(6) VALUES 0.
      *    the player's standing in each rating pool - entry 1 is
      *    the 3X3 pool, 2 the 4X4, 3 the 5X5
           01 WS-SPOT-TABLE.
               05 WS-SPOT-ENTRY OCCURS 3 TIMES.
                   10 WS-CUR-RATING PIC 9(4).
                   10 WS-CUR-FOUND PIC 9(1).
                   10 WS-LADDER-RANK PIC 9(3).
                   10 WS-LADDER-SIZE PIC 9(3).
           01 WS-POOL-IDX PIC 9(1).
           01 WS-SHOW-POOL PIC 9(1).
           01 WS-ANY-FOUND PIC 9(1) VALUES 0.
           01 WS-POOL-TAG PIC X(3) VALUES SPACES.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               PERFORM FIND-LADDER-SPOT THRU FIND-LADDER-SPOT-EXIT
               DISPLAY "=============================================="
               DISPLAY "RATING TRAJECTORY FOR " WS-TREND-ID
               MOVE 1 TO WS-POOL-IDX
               PERFORM SHOW-LADDER-SPOT
                   UNTIL WS-POOL-IDX > 3
               IF WS-ANY-FOUND = 0
                   DISPLAY "NO CURRENT RATING ON FILE"
               END-IF
               DISPLAY "=============================================="
               DISPLAY "DATE     TIME   POOL OLD  -> NEW   MATCH ID"
               PERFORM SCAN-JOURNAL THRU SCAN-JOURNAL-EXIT
               IF WS-ENTRY-COUNT = 0
                   DISPLAY "  NO JOURNALED RATING CHANGES FOR "
               DISPLAY "RATING CHANGES SHOWN: " WS-ENTRY-COUNT
               GO TO MAIN-LOGIC.

           SHOW-LADDER-SPOT.
               IF WS-CUR-FOUND(WS-POOL-IDX) = 1
                   COMPUTE WS-SHOW-POOL = WS-POOL-IDX + 2
                   DISPLAY WS-SHOW-POOL "X" WS-SHOW-POOL
                       " CURRENT RATING " WS-CUR-RATING(WS-POOL-IDX)
                       " - LADDER POSITION "
                       WS-LADDER-RANK(WS-POOL-IDX)
                       " OF " WS-LADDER-SIZE(WS-POOL-IDX)
               END-IF
               ADD 1 TO WS-POOL-IDX.

      *    the journal is written in end-of-game order, so a plain
      *    front-to-back scan already prints the trajectory in time
      *    order - every pool's changes interleaved, each tagged with
      *    its board size (blank on lines from before the pools)
           SCAN-JOURNAL.
               OPEN INPUT RATE-JOURNAL
               IF WS-JOURNAL-STATUS NOT = "00"
               END-READ
               IF WS-RJ-PLAYER = WS-TREND-ID
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE SPACES TO WS-POOL-TAG
                   IF WS-RJ-POOL NOT = SPACE
                       STRING WS-RJ-POOL "X" WS-RJ-POOL
                           DELIMITED BY SIZE INTO WS-POOL-TAG
                   END-IF
                   DISPLAY WS-RJ-DATE " " WS-RJ-TIME " "
                       WS-POOL-TAG "  "
                       WS-RJ-OLD-RATING " -> " WS-RJ-NEW-RATING "  "
                       WS-RJ-MATCH-ID
               END-IF

      *    ladder position is the count of players rated higher plus
      *    one - a sequential pass over the ratings master, same
      *    ordering TTTSTAND prints, each card counted only against
      *    the other cards in its own pool
           FIND-LADDER-SPOT.
               MOVE 0 TO WS-ANY-FOUND
               MOVE 1 TO WS-POOL-IDX
               PERFORM CLEAR-LADDER-SPOT
                   UNTIL WS-POOL-IDX > 3
               OPEN INPUT RATINGS-FILE
               IF WS-RATINGS-STATUS NOT = "00"
                   GO TO FIND-LADDER-SPOT-EXIT
               END-IF
               MOVE 1 TO WS-POOL-IDX
               PERFORM READ-POOL-CARD
                   UNTIL WS-POOL-IDX > 3
               IF WS-ANY-FOUND = 0
                   CLOSE RATINGS-FILE
                   GO TO FIND-LADDER-SPOT-EXIT
               END-IF
               MOVE LOW-VALUES TO RATE-KEY
               START RATINGS-FILE KEY NOT LESS THAN RATE-KEY
               IF WS-RATINGS-STATUS NOT = "00"
                   CLOSE RATINGS-FILE
                   GO TO FIND-LADDER-SPOT-EXIT
                       CLOSE RATINGS-FILE
                       GO TO FIND-LADDER-SPOT-EXIT
               END-READ
               IF RATE-POOL < 3 OR RATE-POOL > 5
                   GO TO FIND-LADDER-SPOT-LOOP
               END-IF
               COMPUTE WS-POOL-IDX = RATE-POOL - 2
               ADD 1 TO WS-LADDER-SIZE(WS-POOL-IDX)
               IF RATE-RATING > WS-CUR-RATING(WS-POOL-IDX)
                   ADD 1 TO WS-LADDER-RANK(WS-POOL-IDX)
               END-IF
               GO TO FIND-LADDER-SPOT-LOOP.
           FIND-LADDER-SPOT-EXIT.
               EXIT.

           CLEAR-LADDER-SPOT.
               MOVE 0 TO WS-CUR-RATING(WS-POOL-IDX)
               MOVE 0 TO WS-CUR-FOUND(WS-POOL-IDX)
               MOVE 1 TO WS-LADDER-RANK(WS-POOL-IDX)
               MOVE 0 TO WS-LADDER-SIZE(WS-POOL-IDX)
               ADD 1 TO WS-POOL-IDX.

           READ-POOL-CARD.
               MOVE WS-TREND-ID TO RATE-PLAYER-ID
               COMPUTE RATE-POOL = WS-POOL-IDX + 2
               READ RATINGS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-CUR-FOUND(WS-POOL-IDX)
                       MOVE 1 TO WS-ANY-FOUND
                       MOVE RATE-RATING TO WS-CUR-RATING(WS-POOL-IDX)
               END-READ
               ADD 1 TO WS-POOL-IDX.

           TREND-EXIT.
           GOBACK.
       END PROGRAM TTTTREND.
