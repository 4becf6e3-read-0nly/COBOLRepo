       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTENGIN.
       DATA DIVISION.
      *    nothing is carried between calls - every call brings its
      *    own board and rule, the way TICTACTOE hands them over
       WORKING-STORAGE SECTION.
           01 GAMEBOARD PIC X(25) VALUES ALL ".".
           01 EMPTYCELL PIC X(1) VALUES ".".
           01 BOARD-DIM PIC 9(1) VALUES 3.
           01 BOARD-CELLS PIC 9(2) VALUES 9.
           01 WIN-LEN PIC 9(1) VALUES 3.
           01 WS-SEG-SPAN PIC 9(2) VALUES 1.
           01 WS-TOTAL-LINES PIC 9(3) VALUES 8.
           01 WS-LINE-ROW PIC 9(2).
           01 WS-LINE-OFF PIC 9(2).
           01 WS-LINE-REM PIC 9(3).
           01 PLAYIND PIC 9(2) VALUES 0.
           01 LINE-START PIC 9(2).
           01 LINE-STEP PIC 9(2).
           01 LINE-IDX PIC 9(2).
           01 LINE-POS PIC 9(2).
           01 LINE-CHAR PIC X(1).
           01 LINE-MATCH PIC 9(1).
           01 EV-LINE-NUM PIC 9(3).
           01 CM-INDEX PIC 9(2).
           01 CM-MARK PIC X(1).
           01 CM-OWN-MARK PIC X(1).
           01 CM-OPP-MARK PIC X(1).
           01 CM-FOUND PIC 9(1).
           01 CM-LINE-HIT PIC 9(1).
           01 CM-WIN-CELLS PIC 9(2).
           01 FK-INDEX PIC 9(2).
           01 FK-THREATS PIC 9(2).
           01 FK-MARKS PIC 9(1).
           01 FK-EMPTIES PIC 9(1).
           01 FK-CELL-IDX PIC 9(1).
           01 FK-CELL-POS PIC 9(2).
           01 WS-RAND-CLOCK PIC 9(8).
           01 WS-RAND-SEED PIC 9(4).
           01 WS-RAND-COUNT PIC 9(2).
           01 WS-RAND-PICK PIC 9(2).
           01 WS-EMPTY-COUNT PIC 9(2).
           01 TIE-INDEX PIC 9(2).
      *    rule variant in force - C classic, M misere, W wild
           01 WS-VARIANT PIC X(1) VALUES "C".
           01 WS-MARK-COUNT PIC 9(2).
           01 MS-INDEX PIC 9(2).
           01 MS-SAFE PIC 9(1).
           01 MS-BEST PIC 9(2).
           01 MS-BEST-THREATS PIC 9(2).
           01 WD-INDEX PIC 9(2).
           01 WD-LETTER PIC X(1).
           01 WD-GIVES PIC 9(1).
           01 WD-PUT PIC X(1).
       LINKAGE SECTION.
       COPY ENGPARM.

       PROCEDURE DIVISION USING ENG-PARMS.
           MAIN-LOGIC.
               MOVE 0 TO ENG-PICK
               MOVE 0 TO ENG-COUNT
               MOVE SPACE TO ENG-RESULT
               IF ENG-DIM = 3 OR ENG-DIM = 4 OR ENG-DIM = 5
                   MOVE ENG-DIM TO BOARD-DIM
               ELSE
                   MOVE 3 TO BOARD-DIM
               END-IF
               COMPUTE BOARD-CELLS = BOARD-DIM * BOARD-DIM
               IF ENG-WINLEN >= 3 AND ENG-WINLEN <= BOARD-DIM
                   MOVE ENG-WINLEN TO WIN-LEN
               ELSE
                   MOVE BOARD-DIM TO WIN-LEN
               END-IF
               COMPUTE WS-SEG-SPAN = BOARD-DIM - WIN-LEN + 1
               COMPUTE WS-TOTAL-LINES =
                   (2 * BOARD-DIM * WS-SEG-SPAN)
                   + (2 * WS-SEG-SPAN * WS-SEG-SPAN)
               MOVE ENG-BOARD TO GAMEBOARD
               MOVE ENG-MARK TO CM-OWN-MARK
               IF ENG-MARK = "X"
                   MOVE "O" TO CM-OPP-MARK
               ELSE
                   MOVE "X" TO CM-OPP-MARK
               END-IF
               MOVE 0 TO CM-FOUND
               IF ENG-VARIANT = "M" OR ENG-VARIANT = "W"
                   MOVE ENG-VARIANT TO WS-VARIANT
               ELSE
                   MOVE "C" TO WS-VARIANT
               END-IF
               MOVE CM-OWN-MARK TO ENG-PUT
               EVALUATE ENG-ACTION
                   WHEN "M"
                       EVALUATE WS-VARIANT
                           WHEN "M"
                               PERFORM CHOOSE-MISERE-MOVE
                                   THRU CHOOSE-MISERE-MOVE-DONE
                           WHEN "W"
                               PERFORM CHOOSE-WILD-MOVE
                                   THRU CHOOSE-WILD-MOVE-DONE
                           WHEN OTHER
                               PERFORM CHOOSE-MOVE
                       END-EVALUATE
                       MOVE PLAYIND TO ENG-PICK
                   WHEN "W"
                       MOVE CM-OWN-MARK TO CM-MARK
                       PERFORM COUNT-WIN-CELLS THRU COUNT-WIN-CELLS-LOOP
                       IF CM-FOUND = 1
                           MOVE PLAYIND TO ENG-PICK
                       END-IF
                       MOVE CM-WIN-CELLS TO ENG-COUNT
                   WHEN "F"
                       MOVE CM-OWN-MARK TO CM-MARK
                       PERFORM FIND-FORK-INDEX THRU FIND-FORK-INDEX-LOOP
                       IF CM-FOUND = 1
                           MOVE PLAYIND TO ENG-PICK
                       END-IF
                   WHEN "J"
                       PERFORM JUDGE-BOARD THRU JUDGE-BOARD-EXIT
                   WHEN OTHER
                       DISPLAY "TTTENGIN: ACTION MUST BE M, W, F OR J"
               END-EVALUATE
               GO TO ENGINE-EXIT.

      *    the computer opponent's move choice - easy plays at random;
      *    medium takes a win, else blocks the opponent's; hard then
      *    looks ahead for the double-threat setups the block scan
      *    alone cannot see - make a fork, break the opponent's fork,
      *    then take center or a corner. anything left takes the
      *    first empty cell
           CHOOSE-MOVE.
               IF ENG-DIFF = 1
                   PERFORM PICK-RANDOM-MOVE THRU PICK-RANDOM-MOVE-LOOP
               ELSE
                   MOVE CM-OWN-MARK TO CM-MARK
                   PERFORM FIND-WIN-INDEX THRU FIND-WIN-INDEX-LOOP
                   IF CM-FOUND = 0
                       MOVE CM-OPP-MARK TO CM-MARK
                       PERFORM FIND-WIN-INDEX THRU FIND-WIN-INDEX-LOOP
                   END-IF
                   IF CM-FOUND = 0 AND ENG-DIFF = 3
                       MOVE CM-OWN-MARK TO CM-MARK
                       PERFORM FIND-FORK-INDEX THRU FIND-FORK-INDEX-LOOP
                       IF CM-FOUND = 0
                           MOVE CM-OPP-MARK TO CM-MARK
                           PERFORM FIND-FORK-INDEX
                               THRU FIND-FORK-INDEX-LOOP
                       END-IF
                       IF CM-FOUND = 0
                           PERFORM TAKE-CENTER-OR-CORNER
                       END-IF
                   END-IF
               END-IF
               IF CM-FOUND = 0
                   PERFORM FIND-FIRST-EMPTY THRU FIND-FIRST-EMPTY-LOOP
               END-IF.

      *    misere turns the game inside out - a completed line loses,
      *    so the engine never completes its own line while any other
      *    cell is open. easy plays at random; medium takes a random
      *    safe cell; hard opens in the center of an odd board and
      *    answers the opponent's mark with its mirror image through
      *    the center, else takes the safe cell that leaves itself
      *    the fewest lines one mark short of complete
           CHOOSE-MISERE-MOVE.
               IF ENG-DIFF = 1
                   PERFORM PICK-RANDOM-MOVE THRU PICK-RANDOM-MOVE-LOOP
                   GO TO CHOOSE-MISERE-MOVE-DONE
               END-IF
               IF ENG-DIFF = 2
                   PERFORM PICK-RANDOM-MOVE THRU PICK-RANDOM-MOVE-LOOP
                   IF CM-FOUND = 1
                       MOVE PLAYIND TO MS-INDEX
                       PERFORM TEST-MISERE-SAFE
                       IF MS-SAFE = 1
                           GO TO CHOOSE-MISERE-MOVE-DONE
                       END-IF
                       MOVE 0 TO CM-FOUND
                   END-IF
               ELSE
                   IF BOARD-DIM = 3 OR BOARD-DIM = 5
                       COMPUTE MS-INDEX = (BOARD-CELLS + 1) / 2
                       MOVE 1 TO TIE-INDEX
                       MOVE 0 TO WS-EMPTY-COUNT
                       PERFORM COUNT-EMPTIES
                       IF WS-EMPTY-COUNT = BOARD-CELLS
                           MOVE MS-INDEX TO PLAYIND
                           MOVE 1 TO CM-FOUND
                           GO TO CHOOSE-MISERE-MOVE-DONE
                       END-IF
                   END-IF
                   MOVE 1 TO MS-INDEX
                   PERFORM FIND-MIRROR-CELL
                       UNTIL MS-INDEX > BOARD-CELLS OR CM-FOUND = 1
                   IF CM-FOUND = 1
                       GO TO CHOOSE-MISERE-MOVE-DONE
                   END-IF
               END-IF
               MOVE 0 TO MS-BEST
               MOVE 99 TO MS-BEST-THREATS
               MOVE 1 TO MS-INDEX
               PERFORM RATE-MISERE-CELL
                   UNTIL MS-INDEX > BOARD-CELLS
               IF MS-BEST > 0
                   MOVE MS-BEST TO PLAYIND
                   MOVE 1 TO CM-FOUND
               END-IF.
           CHOOSE-MISERE-MOVE-DONE.
               IF CM-FOUND = 0
                   PERFORM FIND-FIRST-EMPTY THRU FIND-FIRST-EMPTY-LOOP
               END-IF.

      *    a cell is safe under misere when the engine's mark there
      *    completes no line
           TEST-MISERE-SAFE.
               MOVE 0 TO MS-SAFE
               IF GAMEBOARD(MS-INDEX:1) = EMPTYCELL
                   MOVE CM-OWN-MARK TO CM-MARK
                   MOVE CM-OWN-MARK TO GAMEBOARD(MS-INDEX:1)
                   PERFORM EVALUATE-LINES THRU EVALUATE-LINES-LOOP
                   MOVE EMPTYCELL TO GAMEBOARD(MS-INDEX:1)
                   IF CM-LINE-HIT = 0
                       MOVE 1 TO MS-SAFE
                   END-IF
               END-IF.

           FIND-MIRROR-CELL.
               COMPUTE FK-INDEX = BOARD-CELLS + 1 - MS-INDEX
               IF GAMEBOARD(FK-INDEX:1) = CM-OPP-MARK
                   PERFORM TEST-MISERE-SAFE
                   IF MS-SAFE = 1
                       MOVE MS-INDEX TO PLAYIND
                       MOVE 1 TO CM-FOUND
                   END-IF
               END-IF
               ADD 1 TO MS-INDEX.

           RATE-MISERE-CELL.
               PERFORM TEST-MISERE-SAFE
               IF MS-SAFE = 1
                   MOVE CM-OWN-MARK TO CM-MARK
                   MOVE CM-OWN-MARK TO GAMEBOARD(MS-INDEX:1)
                   PERFORM COUNT-THREATS THRU COUNT-THREATS-LOOP
                   MOVE EMPTYCELL TO GAMEBOARD(MS-INDEX:1)
                   IF FK-THREATS < MS-BEST-THREATS
                       MOVE FK-THREATS TO MS-BEST-THREATS
                       MOVE MS-INDEX TO MS-BEST
                   END-IF
               END-IF
               ADD 1 TO MS-INDEX.

      *    wild lets the mover place either mark and the line counts
      *    for whoever completes it - easy plays its own mark at
      *    random; medium and hard first take any cell where either
      *    mark finishes a line; hard then looks for a cell and mark
      *    that leave the opponent no finishing cell of either kind
           CHOOSE-WILD-MOVE.
               IF ENG-DIFF = 1
                   PERFORM PICK-RANDOM-MOVE THRU PICK-RANDOM-MOVE-LOOP
                   GO TO CHOOSE-WILD-MOVE-DONE
               END-IF
               MOVE CM-OWN-MARK TO CM-MARK
               PERFORM FIND-WIN-INDEX THRU FIND-WIN-INDEX-LOOP
               IF CM-FOUND = 1
                   GO TO CHOOSE-WILD-MOVE-DONE
               END-IF
               MOVE CM-OPP-MARK TO CM-MARK
               PERFORM FIND-WIN-INDEX THRU FIND-WIN-INDEX-LOOP
               IF CM-FOUND = 1
                   MOVE CM-OPP-MARK TO ENG-PUT
                   GO TO CHOOSE-WILD-MOVE-DONE
               END-IF
               IF ENG-DIFF = 2
                   PERFORM PICK-RANDOM-MOVE THRU PICK-RANDOM-MOVE-LOOP
                   GO TO CHOOSE-WILD-MOVE-DONE
               END-IF
               MOVE 0 TO WD-INDEX
               MOVE SPACE TO WD-PUT
               MOVE 1 TO MS-INDEX
               PERFORM FIND-WILD-SAFE
                   UNTIL MS-INDEX > BOARD-CELLS OR WD-INDEX > 0
               IF WD-INDEX > 0
                   MOVE WD-INDEX TO PLAYIND
                   MOVE WD-PUT TO ENG-PUT
                   MOVE 1 TO CM-FOUND
               END-IF.
           CHOOSE-WILD-MOVE-DONE.
               IF CM-FOUND = 0
                   PERFORM FIND-FIRST-EMPTY THRU FIND-FIRST-EMPTY-LOOP
               END-IF.

           FIND-WILD-SAFE.
               IF GAMEBOARD(MS-INDEX:1) = EMPTYCELL
                   MOVE CM-OWN-MARK TO WD-LETTER
                   PERFORM TEST-WILD-GIVES
                   IF WD-GIVES = 0
                       MOVE MS-INDEX TO WD-INDEX
                       MOVE CM-OWN-MARK TO WD-PUT
                   ELSE
                       MOVE CM-OPP-MARK TO WD-LETTER
                       PERFORM TEST-WILD-GIVES
                       IF WD-GIVES = 0
                           MOVE MS-INDEX TO WD-INDEX
                           MOVE CM-OPP-MARK TO WD-PUT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO MS-INDEX.

      *    would WD-LETTER at MS-INDEX hand the opponent a finishing
      *    cell for either mark
           TEST-WILD-GIVES.
               MOVE WD-LETTER TO GAMEBOARD(MS-INDEX:1)
               MOVE 0 TO CM-FOUND
               MOVE "X" TO CM-MARK
               PERFORM FIND-WIN-INDEX THRU FIND-WIN-INDEX-LOOP
               IF CM-FOUND = 0
                   MOVE "O" TO CM-MARK
                   PERFORM FIND-WIN-INDEX THRU FIND-WIN-INDEX-LOOP
               END-IF
               MOVE CM-FOUND TO WD-GIVES
               MOVE 0 TO CM-FOUND
               MOVE EMPTYCELL TO GAMEBOARD(MS-INDEX:1).

           FIND-WIN-INDEX.
               MOVE 1 TO CM-INDEX.
           FIND-WIN-INDEX-LOOP.
               IF GAMEBOARD(CM-INDEX:1) = EMPTYCELL
                   MOVE CM-MARK TO GAMEBOARD(CM-INDEX:1)
                   PERFORM EVALUATE-LINES THRU EVALUATE-LINES-LOOP
                   MOVE EMPTYCELL TO GAMEBOARD(CM-INDEX:1)
                   IF CM-LINE-HIT = 1
                       MOVE CM-INDEX TO PLAYIND
                       MOVE 1 TO CM-FOUND
                   END-IF
               END-IF
               IF CM-FOUND = 0 AND CM-INDEX < BOARD-CELLS
                   ADD 1 TO CM-INDEX
                   GO TO FIND-WIN-INDEX-LOOP
               END-IF.

      *    the same scan run to the end of the board - the first hit
      *    is the cell FIND-WIN-INDEX would have taken, the count says
      *    whether one block could ever have answered them all
           COUNT-WIN-CELLS.
               MOVE 0 TO CM-WIN-CELLS
               MOVE 1 TO CM-INDEX.
           COUNT-WIN-CELLS-LOOP.
               IF GAMEBOARD(CM-INDEX:1) = EMPTYCELL
                   MOVE CM-MARK TO GAMEBOARD(CM-INDEX:1)
                   PERFORM EVALUATE-LINES THRU EVALUATE-LINES-LOOP
                   MOVE EMPTYCELL TO GAMEBOARD(CM-INDEX:1)
                   IF CM-LINE-HIT = 1
                       ADD 1 TO CM-WIN-CELLS
                       IF CM-FOUND = 0
                           MOVE CM-INDEX TO PLAYIND
                           MOVE 1 TO CM-FOUND
                       END-IF
                   END-IF
               END-IF
               IF CM-INDEX < BOARD-CELLS
                   ADD 1 TO CM-INDEX
                   GO TO COUNT-WIN-CELLS-LOOP
               END-IF.

           EVALUATE-LINES.
               MOVE 0 TO CM-LINE-HIT
               MOVE 1 TO EV-LINE-NUM.
           EVALUATE-LINES-LOOP.
               PERFORM SET-LINE-GEOMETRY
               PERFORM CHECK-LINE THRU CHECK-LINE-LOOP
               IF LINE-MATCH = 1 AND LINE-CHAR = CM-MARK
                   MOVE 1 TO CM-LINE-HIT
               END-IF
               IF CM-LINE-HIT = 0 AND EV-LINE-NUM < WS-TOTAL-LINES
                   ADD 1 TO EV-LINE-NUM
                   GO TO EVALUATE-LINES-LOOP
               END-IF.

      *    line geometry shared by the win scan and the fork scan -
      *    segments of WIN-LEN cells anywhere on the board: first
      *    the horizontal runs, then vertical, then the two diagonal
      *    directions; with WIN-LEN equal to the board dimension
      *    this collapses to the classic full rows, columns and two
      *    diagonals
           SET-LINE-GEOMETRY.
               COMPUTE WS-LINE-REM = EV-LINE-NUM - 1
               IF WS-LINE-REM < (BOARD-DIM * WS-SEG-SPAN)
                   DIVIDE WS-LINE-REM BY WS-SEG-SPAN
                       GIVING WS-LINE-ROW REMAINDER WS-LINE-OFF
                   COMPUTE LINE-START =
                       (WS-LINE-ROW * BOARD-DIM) + WS-LINE-OFF + 1
                   MOVE 1 TO LINE-STEP
               ELSE
                   COMPUTE WS-LINE-REM =
                       WS-LINE-REM - (BOARD-DIM * WS-SEG-SPAN)
                   IF WS-LINE-REM < (WS-SEG-SPAN * BOARD-DIM)
                       DIVIDE WS-LINE-REM BY BOARD-DIM
                           GIVING WS-LINE-ROW REMAINDER WS-LINE-OFF
                       COMPUTE LINE-START =
                           (WS-LINE-ROW * BOARD-DIM) + WS-LINE-OFF + 1
                       MOVE BOARD-DIM TO LINE-STEP
                   ELSE
                       COMPUTE WS-LINE-REM =
                           WS-LINE-REM - (WS-SEG-SPAN * BOARD-DIM)
                       IF WS-LINE-REM < (WS-SEG-SPAN * WS-SEG-SPAN)
                           DIVIDE WS-LINE-REM BY WS-SEG-SPAN
                               GIVING WS-LINE-ROW
                               REMAINDER WS-LINE-OFF
                           COMPUTE LINE-START =
                               (WS-LINE-ROW * BOARD-DIM)
                               + WS-LINE-OFF + 1
                           COMPUTE LINE-STEP = BOARD-DIM + 1
                       ELSE
                           COMPUTE WS-LINE-REM =
                               WS-LINE-REM
                               - (WS-SEG-SPAN * WS-SEG-SPAN)
                           DIVIDE WS-LINE-REM BY WS-SEG-SPAN
                               GIVING WS-LINE-ROW
                               REMAINDER WS-LINE-OFF
                           COMPUTE LINE-START =
                               (WS-LINE-ROW * BOARD-DIM)
                               + (WIN-LEN - 1) + WS-LINE-OFF + 1
                           COMPUTE LINE-STEP = BOARD-DIM - 1
                       END-IF
                   END-IF
               END-IF.

           CHECK-LINE.
               MOVE 1 TO LINE-IDX
               MOVE 1 TO LINE-MATCH
               MOVE LINE-START TO LINE-POS
               MOVE GAMEBOARD(LINE-POS:1) TO LINE-CHAR
               IF LINE-CHAR = EMPTYCELL
                   MOVE 0 TO LINE-MATCH
               END-IF.
           CHECK-LINE-LOOP.
               IF LINE-MATCH = 1 AND LINE-IDX < WIN-LEN
                   ADD 1 TO LINE-IDX
                   COMPUTE LINE-POS = LINE-START +
                       ((LINE-IDX - 1) * LINE-STEP)
                   IF GAMEBOARD(LINE-POS:1) NOT = LINE-CHAR
                       MOVE 0 TO LINE-MATCH
                   END-IF
                   GO TO CHECK-LINE-LOOP
               END-IF.

           FIND-FORK-INDEX.
               MOVE 1 TO FK-INDEX.
           FIND-FORK-INDEX-LOOP.
               IF GAMEBOARD(FK-INDEX:1) = EMPTYCELL
                   MOVE CM-MARK TO GAMEBOARD(FK-INDEX:1)
                   PERFORM COUNT-THREATS THRU COUNT-THREATS-LOOP
                   MOVE EMPTYCELL TO GAMEBOARD(FK-INDEX:1)
                   IF FK-THREATS >= 2
                       MOVE FK-INDEX TO PLAYIND
                       MOVE 1 TO CM-FOUND
                   END-IF
               END-IF
               IF CM-FOUND = 0 AND FK-INDEX < BOARD-CELLS
                   ADD 1 TO FK-INDEX
                   GO TO FIND-FORK-INDEX-LOOP
               END-IF.

           COUNT-THREATS.
               MOVE 0 TO FK-THREATS
               MOVE 1 TO EV-LINE-NUM.
           COUNT-THREATS-LOOP.
               PERFORM SET-LINE-GEOMETRY
               MOVE 0 TO FK-MARKS
               MOVE 0 TO FK-EMPTIES
               MOVE 1 TO FK-CELL-IDX
               PERFORM COUNT-LINE-CELLS
               IF FK-MARKS = WIN-LEN - 1 AND FK-EMPTIES = 1
                   ADD 1 TO FK-THREATS
               END-IF
               IF EV-LINE-NUM < WS-TOTAL-LINES
                   ADD 1 TO EV-LINE-NUM
                   GO TO COUNT-THREATS-LOOP
               END-IF.

           COUNT-LINE-CELLS.
               COMPUTE FK-CELL-POS = LINE-START +
                   ((FK-CELL-IDX - 1) * LINE-STEP)
               IF GAMEBOARD(FK-CELL-POS:1) = CM-MARK
                   ADD 1 TO FK-MARKS
               ELSE
                   IF GAMEBOARD(FK-CELL-POS:1) = EMPTYCELL
                       ADD 1 TO FK-EMPTIES
                   END-IF
               END-IF
               IF FK-CELL-IDX < WIN-LEN
                   ADD 1 TO FK-CELL-IDX
                   GO TO COUNT-LINE-CELLS
               END-IF.

           TAKE-CENTER-OR-CORNER.
               IF BOARD-DIM = 3 OR BOARD-DIM = 5
                   COMPUTE CM-INDEX = (BOARD-CELLS + 1) / 2
                   IF GAMEBOARD(CM-INDEX:1) = EMPTYCELL
                       MOVE CM-INDEX TO PLAYIND
                       MOVE 1 TO CM-FOUND
                   END-IF
               END-IF
               IF CM-FOUND = 0
                   AND GAMEBOARD(1:1) = EMPTYCELL
                   MOVE 1 TO PLAYIND
                   MOVE 1 TO CM-FOUND
               END-IF
               IF CM-FOUND = 0
                   AND GAMEBOARD(BOARD-DIM:1) = EMPTYCELL
                   MOVE BOARD-DIM TO PLAYIND
                   MOVE 1 TO CM-FOUND
               END-IF
               COMPUTE CM-INDEX = BOARD-CELLS - BOARD-DIM + 1
               IF CM-FOUND = 0
                   AND GAMEBOARD(CM-INDEX:1) = EMPTYCELL
                   MOVE CM-INDEX TO PLAYIND
                   MOVE 1 TO CM-FOUND
               END-IF
               IF CM-FOUND = 0
                   AND GAMEBOARD(BOARD-CELLS:1) = EMPTYCELL
                   MOVE BOARD-CELLS TO PLAYIND
                   MOVE 1 TO CM-FOUND
               END-IF.

           PICK-RANDOM-MOVE.
               MOVE 0 TO WS-RAND-COUNT
               MOVE 1 TO CM-INDEX
               PERFORM COUNT-EMPTY-CELLS
               IF WS-RAND-COUNT = 0
                   GO TO PICK-RANDOM-MOVE-LOOP
               END-IF
               ACCEPT WS-RAND-CLOCK FROM TIME
               MOVE WS-RAND-CLOCK(5:4) TO WS-RAND-SEED
               COMPUTE WS-RAND-PICK =
                   (FUNCTION RANDOM(WS-RAND-SEED) * WS-RAND-COUNT) + 1
               IF WS-RAND-PICK > WS-RAND-COUNT
                   MOVE WS-RAND-COUNT TO WS-RAND-PICK
               END-IF
               IF WS-RAND-PICK < 1
                   MOVE 1 TO WS-RAND-PICK
               END-IF
               MOVE 0 TO WS-RAND-COUNT
               MOVE 1 TO CM-INDEX.
           PICK-RANDOM-MOVE-LOOP.
               IF GAMEBOARD(CM-INDEX:1) = EMPTYCELL
                   ADD 1 TO WS-RAND-COUNT
                   IF WS-RAND-COUNT = WS-RAND-PICK
                       MOVE CM-INDEX TO PLAYIND
                       MOVE 1 TO CM-FOUND
                   END-IF
               END-IF
               IF CM-FOUND = 0 AND CM-INDEX < BOARD-CELLS
                   ADD 1 TO CM-INDEX
                   GO TO PICK-RANDOM-MOVE-LOOP
               END-IF.

           COUNT-EMPTY-CELLS.
               IF GAMEBOARD(CM-INDEX:1) = EMPTYCELL
                   ADD 1 TO WS-RAND-COUNT
               END-IF
               IF CM-INDEX < BOARD-CELLS
                   ADD 1 TO CM-INDEX
                   GO TO COUNT-EMPTY-CELLS
               END-IF.

           FIND-FIRST-EMPTY.
               MOVE 1 TO CM-INDEX.
           FIND-FIRST-EMPTY-LOOP.
               IF GAMEBOARD(CM-INDEX:1) NOT = EMPTYCELL
                   AND CM-INDEX < BOARD-CELLS
                   ADD 1 TO CM-INDEX
                   GO TO FIND-FIRST-EMPTY-LOOP
               END-IF
               MOVE CM-INDEX TO PLAYIND.

      *    decide the position from the board alone: any completed
      *    line names the winner, a full board with no line is a tie,
      *    anything else is a game still in progress
           JUDGE-BOARD.
               MOVE SPACE TO ENG-RESULT
               MOVE 1 TO EV-LINE-NUM
               PERFORM JUDGE-LINE
                   UNTIL EV-LINE-NUM > WS-TOTAL-LINES
                   OR ENG-RESULT NOT = SPACE
               IF ENG-RESULT = SPACE
                   MOVE 1 TO TIE-INDEX
                   MOVE 0 TO WS-EMPTY-COUNT
                   PERFORM COUNT-EMPTIES
                   IF WS-EMPTY-COUNT = 0
                       MOVE "T" TO ENG-RESULT
                   ELSE
                       MOVE "?" TO ENG-RESULT
                   END-IF
                   GO TO JUDGE-BOARD-EXIT
               END-IF
      *        a completed line under misere loses for its maker;
      *        under wild it wins for whoever moved last - X's player
      *        moves first, so an odd count of marks means X's player
               EVALUATE WS-VARIANT
                   WHEN "M"
                       IF ENG-RESULT = "X"
                           MOVE "O" TO ENG-RESULT
                       ELSE
                           MOVE "X" TO ENG-RESULT
                       END-IF
                   WHEN "W"
                       MOVE 1 TO TIE-INDEX
                       MOVE 0 TO WS-EMPTY-COUNT
                       PERFORM COUNT-EMPTIES
                       COMPUTE WS-MARK-COUNT =
                           BOARD-CELLS - WS-EMPTY-COUNT
                       DIVIDE WS-MARK-COUNT BY 2 GIVING MS-INDEX
                           REMAINDER WS-MARK-COUNT
                       IF WS-MARK-COUNT = 1
                           MOVE "X" TO ENG-RESULT
                       ELSE
                           MOVE "O" TO ENG-RESULT
                       END-IF
               END-EVALUATE.
           JUDGE-BOARD-EXIT.
               EXIT.

           JUDGE-LINE.
               PERFORM SET-LINE-GEOMETRY
               PERFORM CHECK-LINE THRU CHECK-LINE-LOOP
               IF LINE-MATCH = 1
                   MOVE LINE-CHAR TO ENG-RESULT
               END-IF
               ADD 1 TO EV-LINE-NUM.

           COUNT-EMPTIES.
               IF GAMEBOARD(TIE-INDEX:1) = EMPTYCELL
                   ADD 1 TO WS-EMPTY-COUNT
               END-IF
               IF TIE-INDEX < BOARD-CELLS
                   ADD 1 TO TIE-INDEX
                   GO TO COUNT-EMPTIES
               END-IF.

           ENGINE-EXIT.
           GOBACK.
       END PROGRAM TTTENGIN.
