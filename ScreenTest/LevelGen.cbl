       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVELGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVEL-FILE ASSIGN TO WS-LEVEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVEL-STATUS.
           SELECT MONSTER-FILE ASSIGN TO WS-MONSTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONSTER-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "LEVELGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEVEL-FILE.
       01  LEVEL-FILE-REC PIC X(80).
       FD  MONSTER-FILE.
       01  MONSTER-FILE-REC PIC X(20).
       FD  CATALOG-FILE.
       01  CATALOG-FILE-REC PIC X(80).
       LOCAL-STORAGE SECTION.
           01 WS-LEVEL-FILENAME PIC X(20) VALUES SPACES.
           01 WS-LEVEL-STATUS PIC X(2).
           01 WS-MONSTER-FILENAME PIC X(20) VALUES SPACES.
           01 WS-MONSTER-STATUS PIC X(2).
           01 WS-CATALOG-STATUS PIC X(2).
           01 WS-OPERATOR PIC X(20) VALUES SPACES.
           01 WS-ANSWER PIC X(1) VALUES SPACE.
           01 WS-CLOCK PIC 9(8) VALUES 0.
           01 WS-TODAY PIC 9(8) VALUES 0.
           01 WS-DAY-PART PIC 9(4) VALUES 0.
           01 WS-TIME-PART PIC 9(6) VALUES 0.
      *    what the level is built from - the same four numbers
      *    always build the same level, which is all the catalog
      *    needs to keep
           01 WS-LEVEL-NUM PIC 9(1) VALUES 0.
           01 WS-PREV-NUM PIC 9(1) VALUES 0.
           01 WS-SEED PIC 9(9) VALUES 0.
           01 WS-ROWS PIC 9(3) VALUES 0.
           01 WS-COLS PIC 9(3) VALUES 0.
           01 WS-DIFFICULTY PIC 9(1) VALUES 0.
           01 WS-ENTRY-NUM PIC 9(4) VALUES 0.
           01 WS-REGEN PIC 9(1) VALUES 0.
      *    one catalog line per level written
           01 WS-CAT-LINE.
               05 WS-CAT-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CAT-TIME PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CAT-OPER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CAT-LEVEL PIC 9(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CAT-SEED PIC 9(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CAT-ROWS PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CAT-COLS PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CAT-DIFFICULTY PIC 9(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CAT-DOORS PIC 9(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CAT-MONSTERS PIC 9(2).
           01 WS-CAT-COUNT PIC 9(4) VALUES 0.
           01 WS-CAT-FOUND PIC 9(1) VALUES 0.
           01 WS-RECENT-COUNT PIC 9(2) VALUES 0.
           01 WS-RECENT-IDX PIC 9(2).
           01 WS-RECENT-TABLE.
               05 WS-RECENT-ENTRY OCCURS 10 TIMES.
                   10 WS-RECENT-NUM PIC 9(4).
                   10 WS-RECENT-LINE PIC X(60).
      *    the generator's own random numbers - a fixed formula
      *    rather than the runtime's, so a seed rebuilds the same
      *    level on any machine and after any upgrade
           01 WS-RNG-STATE PIC 9(10) VALUES 1.
           01 WS-RNG-WORK PIC 9(15).
           01 WS-RNG-QUOT PIC 9(15).
           01 WS-RNG-RANGE PIC 9(3).
           01 WS-RNG-PICK PIC 9(3).
           01 WS-GRID.
               05 WS-GRID-ROW PIC X(80) OCCURS 50 TIMES.
           01 WS-ROW-IDX PIC 9(3).
           01 WS-COL-IDX PIC 9(3).
           01 WS-CELL PIC X(1).
      *    the map is cut into bands stacked top to bottom, each
      *    sealed from the next by a wall with one locked door; the
      *    key to each door lies in the band above it, so the bands
      *    open one after the other from the player's start
           01 WS-SECTIONS PIC 9(1) VALUES 1.
           01 WS-MAX-SECTIONS PIC 9(2) VALUES 1.
           01 WS-SECT-HEIGHT PIC 9(2) VALUES 0.
           01 WS-SECT-IDX PIC 9(1).
           01 WS-SECT-TABLE.
               05 WS-SECT-ENTRY OCCURS 9 TIMES.
                   10 WS-SECT-TOP PIC 9(3).
                   10 WS-SECT-BOTTOM PIC 9(3).
                   10 WS-DOOR-COL PIC 9(3).
           01 WS-DOORS PIC 9(1) VALUES 0.
           01 WS-INNER-WALLS PIC 9(1) VALUES 0.
           01 WS-INNER-IDX PIC 9(1).
           01 WS-WALL-COL PIC 9(3).
           01 WS-WALL-OK PIC 9(1).
           01 WS-WALL-TRIES PIC 9(2).
           01 WS-GAP-ROW PIC 9(3).
           01 WS-GAP-SIZE PIC 9(1).
           01 WS-USED-COLS PIC X(80).
           01 WS-CHECK-COL PIC S9(4).
           01 WS-ITEM-GLYPH PIC X(1).
           01 WS-ITEM-COUNT PIC 9(2).
           01 WS-ITEM-TOP PIC 9(3).
           01 WS-ITEM-BOTTOM PIC 9(3).
           01 WS-ITEM-TRIES PIC 9(3).
           01 WS-ITEM-PLACED PIC 9(1).
           01 WS-POTIONS PIC 9(2) VALUES 0.
           01 WS-GOLD PIC 9(2) VALUES 0.
      *    the roster - a monster line is glyph, count, health,
      *    damage, recoil and behavior, as loadMonsters reads it
           01 WS-MON-COUNT PIC 9(1) VALUES 0.
           01 WS-MON-IDX PIC 9(1).
           01 WS-MON-TOTAL PIC 9(2) VALUES 0.
           01 WS-MON-TABLE.
               05 WS-MON-LINE OCCURS 4 TIMES.
                   10 WS-MON-GLYPH PIC X(1).
                   10 FILLER PIC X(1).
                   10 WS-MON-NUM PIC 9(2).
                   10 FILLER PIC X(1).
                   10 WS-MON-HP PIC 9(3).
                   10 FILLER PIC X(1).
                   10 WS-MON-DMG PIC 9(3).
                   10 FILLER PIC X(1).
                   10 WS-MON-RECOIL PIC 9(1).
                   10 FILLER PIC X(1).
                   10 WS-MON-BEHAV PIC X(1).
      *    the LEVELCHK rules, held to before anything is written
           01 WS-LEVEL-HEADER.
               05 WS-HDR-TAG PIC X(4).
               05 WS-HDR-ROWS PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-HDR-COLS PIC 9(3).
           01 WS-GRID-ERRORS PIC 9(3) VALUES 0.
           01 WS-FLOOR-CELLS PIC 9(4) VALUES 0.
           01 WS-VISITED.
               05 WS-VISIT-ROW OCCURS 50 TIMES.
                   10 WS-VISIT-COL PIC 9(1) OCCURS 80 TIMES.
           01 WS-QUEUE.
               05 WS-QUEUE-CELL OCCURS 4000 TIMES.
                   10 WS-QUEUE-X PIC 9(3).
                   10 WS-QUEUE-Y PIC 9(3).
           01 WS-Q-HEAD PIC 9(4).
           01 WS-Q-TAIL PIC 9(4).
           01 WS-CUR-X PIC 9(3).
           01 WS-CUR-Y PIC 9(3).
           01 WS-TRY-X PIC 9(3).
           01 WS-TRY-Y PIC 9(3).
           01 WS-NBR PIC 9(1).
           01 WS-REACHABLE PIC 9(4).
           COPY FILELOCK.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               DISPLAY "DUNGEON LEVEL GENERATOR"
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "UTILOPER"
               IF WS-OPERATOR = SPACES
                   MOVE "OPERATOR" TO WS-OPERATOR
               END-IF
               PERFORM LIST-CATALOG THRU LIST-CATALOG-EXIT
               DISPLAY "CATALOG ENTRY TO REGENERATE (BLANK FOR A NEW "
                   "LEVEL)"
               ACCEPT WS-ENTRY-NUM
               IF WS-ENTRY-NUM IS NUMERIC AND WS-ENTRY-NUM > 0
                   PERFORM FIND-CATALOG-ENTRY THRU FIND-CATALOG-EXIT
                   IF WS-CAT-FOUND = 0
                       DISPLAY "NO CATALOG ENTRY " WS-ENTRY-NUM
                       GO TO GEN-EXIT
                   END-IF
               ELSE
                   PERFORM ASK-PARAMETERS THRU ASK-PARAMETERS-EXIT
               END-IF
               PERFORM ASK-LEVEL THRU ASK-LEVEL-EXIT
               IF WS-LEVEL-NUM = 0
                   GO TO GEN-EXIT
               END-IF
               PERFORM BUILD-LEVEL
               PERFORM BUILD-ROSTER
               PERFORM VERIFY-GRID THRU VERIFY-GRID-EXIT
               PERFORM SHOW-LEVEL
               IF WS-GRID-ERRORS > 0
                   DISPLAY "GENERATED LEVEL FAILS THE LEVEL CHECKS - "
                       "NOTHING WRITTEN"
                   GO TO GEN-EXIT
               END-IF
               PERFORM WRITE-LEVEL THRU WRITE-LEVEL-EXIT
               IF WS-LEVEL-STATUS NOT = "00"
                   GO TO GEN-EXIT
               END-IF
               PERFORM WRITE-ROSTER THRU WRITE-ROSTER-EXIT
               PERFORM WRITE-CATALOG THRU WRITE-CATALOG-EXIT
               GO TO GEN-EXIT.

      *    the ten newest catalog entries, numbered as they stand in
      *    the file so any one of them can be asked for again
           LIST-CATALOG.
               MOVE 0 TO WS-CAT-COUNT
               MOVE 0 TO WS-RECENT-COUNT
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "NO LEVELS GENERATED YET"
                   GO TO LIST-CATALOG-EXIT
               END-IF.
           LIST-CATALOG-READ.
               READ CATALOG-FILE INTO WS-CAT-LINE
                   AT END
                       CLOSE CATALOG-FILE
                       GO TO LIST-CATALOG-SHOW
               END-READ
               ADD 1 TO WS-CAT-COUNT
               IF WS-RECENT-COUNT < 10
                   ADD 1 TO WS-RECENT-COUNT
               ELSE
                   MOVE 1 TO WS-RECENT-IDX
                   PERFORM SHIFT-RECENT
                       UNTIL WS-RECENT-IDX >= 10
               END-IF
               MOVE WS-CAT-COUNT TO WS-RECENT-NUM(WS-RECENT-COUNT)
               MOVE WS-CAT-LINE TO WS-RECENT-LINE(WS-RECENT-COUNT)
               GO TO LIST-CATALOG-READ.
           LIST-CATALOG-SHOW.
               IF WS-RECENT-COUNT = 0
                   DISPLAY "NO LEVELS GENERATED YET"
                   GO TO LIST-CATALOG-EXIT
               END-IF
               DISPLAY "RECENT GENERATED LEVELS - NEWEST LAST"
               DISPLAY "ENTRY DATE     TIME   OPERATOR L SEED      "
                   "ROW COL DIFFICULTY/DOORS/MONSTERS"
               MOVE 1 TO WS-RECENT-IDX
               PERFORM SHOW-RECENT
                   UNTIL WS-RECENT-IDX > WS-RECENT-COUNT.
           LIST-CATALOG-EXIT.
               EXIT.

           SHIFT-RECENT.
               MOVE WS-RECENT-ENTRY(WS-RECENT-IDX + 1)
                   TO WS-RECENT-ENTRY(WS-RECENT-IDX)
               ADD 1 TO WS-RECENT-IDX.

           SHOW-RECENT.
               DISPLAY WS-RECENT-NUM(WS-RECENT-IDX) "  "
                   WS-RECENT-LINE(WS-RECENT-IDX)
               ADD 1 TO WS-RECENT-IDX.

           FIND-CATALOG-ENTRY.
               MOVE 0 TO WS-CAT-FOUND
               MOVE 0 TO WS-CAT-COUNT
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   GO TO FIND-CATALOG-EXIT
               END-IF.
           FIND-CATALOG-READ.
               READ CATALOG-FILE INTO WS-CAT-LINE
                   AT END
                       CLOSE CATALOG-FILE
                       GO TO FIND-CATALOG-EXIT
               END-READ
               ADD 1 TO WS-CAT-COUNT
               IF WS-CAT-COUNT NOT = WS-ENTRY-NUM
                   GO TO FIND-CATALOG-READ
               END-IF
               CLOSE CATALOG-FILE
               IF WS-CAT-SEED IS NOT NUMERIC
                   OR WS-CAT-ROWS IS NOT NUMERIC
                   OR WS-CAT-COLS IS NOT NUMERIC
                   OR WS-CAT-DIFFICULTY IS NOT NUMERIC
                   GO TO FIND-CATALOG-EXIT
               END-IF
               MOVE 1 TO WS-CAT-FOUND
               MOVE 1 TO WS-REGEN
               MOVE WS-CAT-SEED TO WS-SEED
               MOVE WS-CAT-ROWS TO WS-ROWS
               MOVE WS-CAT-COLS TO WS-COLS
               MOVE WS-CAT-DIFFICULTY TO WS-DIFFICULTY
               MOVE WS-CAT-LEVEL TO WS-LEVEL-NUM
               DISPLAY "REGENERATING SEED " WS-SEED " " WS-ROWS "X"
                   WS-COLS " DIFFICULTY " WS-DIFFICULTY.
           FIND-CATALOG-EXIT.
               EXIT.

      *    blank answers take the defaults - a seed off the clock,
      *    the classic 20 rows of 40, difficulty 3; a size out of
      *    the range the game and LEVELCHK allow is pulled into it
           ASK-PARAMETERS.
               DISPLAY "SEED (BLANK FOR A NEW ONE)"
               ACCEPT WS-SEED
               IF WS-SEED IS NOT NUMERIC OR WS-SEED = 0
                   ACCEPT WS-CLOCK FROM TIME
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-TODAY(5:4) TO WS-DAY-PART
                   MOVE WS-CLOCK(1:6) TO WS-TIME-PART
                   COMPUTE WS-SEED = WS-DAY-PART * 100000
                       + WS-TIME-PART / 2 + 1
               END-IF
               DISPLAY "ROWS 10-50 (DEFAULT 20)"
               ACCEPT WS-ROWS
               IF WS-ROWS IS NOT NUMERIC OR WS-ROWS = 0
                   MOVE 20 TO WS-ROWS
               END-IF
               IF WS-ROWS < 10
                   MOVE 10 TO WS-ROWS
               END-IF
               IF WS-ROWS > 50
                   MOVE 50 TO WS-ROWS
               END-IF
               DISPLAY "COLUMNS 20-80 (DEFAULT 40)"
               ACCEPT WS-COLS
               IF WS-COLS IS NOT NUMERIC OR WS-COLS = 0
                   MOVE 40 TO WS-COLS
               END-IF
               IF WS-COLS < 20
                   MOVE 20 TO WS-COLS
               END-IF
               IF WS-COLS > 80
                   MOVE 80 TO WS-COLS
               END-IF
               DISPLAY "DIFFICULTY 1-9 (DEFAULT 3)"
               ACCEPT WS-DIFFICULTY
               IF WS-DIFFICULTY IS NOT NUMERIC OR WS-DIFFICULTY = 0
                   MOVE 3 TO WS-DIFFICULTY
               END-IF.
           ASK-PARAMETERS-EXIT.
               EXIT.

      *    levels 1-3 are the hand-drawn campaign and are never
      *    generated over; a file already on 4-9 needs a yes
           ASK-LEVEL.
               IF WS-REGEN = 1
                   DISPLAY "LEVEL NUMBER 4-9 (DEFAULT " WS-LEVEL-NUM
                       ")"
               ELSE
                   DISPLAY "LEVEL NUMBER 4-9"
               END-IF
               MOVE WS-LEVEL-NUM TO WS-PREV-NUM
               ACCEPT WS-LEVEL-NUM
               IF WS-LEVEL-NUM IS NOT NUMERIC OR WS-LEVEL-NUM = 0
                   MOVE WS-PREV-NUM TO WS-LEVEL-NUM
               END-IF
               IF WS-LEVEL-NUM < 4
                   DISPLAY "LEVELS 1-3 ARE THE HAND-DRAWN CAMPAIGN - "
                       "CHOOSE 4-9"
                   MOVE 0 TO WS-LEVEL-NUM
                   GO TO ASK-LEVEL-EXIT
               END-IF
               MOVE SPACES TO WS-LEVEL-FILENAME
               STRING "LEVEL" WS-LEVEL-NUM ".DAT"
                   DELIMITED BY SIZE INTO WS-LEVEL-FILENAME
               MOVE SPACES TO WS-MONSTER-FILENAME
               STRING "MONSTER" WS-LEVEL-NUM ".DAT"
                   DELIMITED BY SIZE INTO WS-MONSTER-FILENAME
               OPEN INPUT LEVEL-FILE
               IF WS-LEVEL-STATUS = "00"
                   CLOSE LEVEL-FILE
                   DISPLAY WS-LEVEL-FILENAME " EXISTS - REPLACE IT "
                       "AND ITS ROSTER? (Y/N)"
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                       DISPLAY "NOTHING WRITTEN"
                       MOVE 0 TO WS-LEVEL-NUM
                       GO TO ASK-LEVEL-EXIT
                   END-IF
               END-IF
      *        the campaign walks the level numbers in order and
      *        stops at the first gap
               COMPUTE WS-PREV-NUM = WS-LEVEL-NUM - 1
               MOVE SPACES TO WS-LEVEL-FILENAME
               STRING "LEVEL" WS-PREV-NUM ".DAT"
                   DELIMITED BY SIZE INTO WS-LEVEL-FILENAME
               OPEN INPUT LEVEL-FILE
               IF WS-LEVEL-STATUS = "00"
                   CLOSE LEVEL-FILE
               ELSE
                   DISPLAY "NOTE - " WS-LEVEL-FILENAME " IS MISSING, "
                       "THE CAMPAIGN WILL STOP SHORT OF THIS LEVEL"
               END-IF
               MOVE SPACES TO WS-LEVEL-FILENAME
               STRING "LEVEL" WS-LEVEL-NUM ".DAT"
                   DELIMITED BY SIZE INTO WS-LEVEL-FILENAME.
           ASK-LEVEL-EXIT.
               EXIT.

      *    a draw of 1 to WS-RNG-RANGE into WS-RNG-PICK
           NEXT-RANDOM.
               COMPUTE WS-RNG-WORK = WS-RNG-STATE * 16807
               DIVIDE WS-RNG-WORK BY 2147483647 GIVING WS-RNG-QUOT
                   REMAINDER WS-RNG-STATE
               IF WS-RNG-RANGE = 0
                   MOVE 1 TO WS-RNG-RANGE
               END-IF
               DIVIDE WS-RNG-STATE BY WS-RNG-RANGE GIVING WS-RNG-QUOT
                   REMAINDER WS-RNG-PICK
               ADD 1 TO WS-RNG-PICK.

           BUILD-LEVEL.
               DIVIDE WS-SEED BY 2147483646 GIVING WS-RNG-QUOT
                   REMAINDER WS-RNG-STATE
               ADD 1 TO WS-RNG-STATE
               MOVE SPACES TO WS-GRID
               MOVE 1 TO WS-ROW-IDX
               PERFORM CLEAR-ROW
                   UNTIL WS-ROW-IDX > WS-ROWS
      *        one door for the easiest levels, up to three for the
      *        hardest, as many as the height leaves bands of three
      *        rows for
               COMPUTE WS-DOORS = (WS-DIFFICULTY + 2) / 3
               COMPUTE WS-MAX-SECTIONS = (WS-ROWS - 1) / 4
               IF WS-DOORS + 1 > WS-MAX-SECTIONS
                   COMPUTE WS-DOORS = WS-MAX-SECTIONS - 1
               END-IF
               COMPUTE WS-SECTIONS = WS-DOORS + 1
               COMPUTE WS-SECT-HEIGHT =
                   (WS-ROWS - 2 - WS-DOORS) / WS-SECTIONS
               MOVE 1 TO WS-SECT-IDX
               PERFORM LAY-SECTION
                   UNTIL WS-SECT-IDX > WS-SECTIONS
               MOVE 1 TO WS-SECT-IDX
               PERFORM LAY-INNER-WALLS
                   UNTIL WS-SECT-IDX > WS-SECTIONS
      *        each key in the band above its door
               MOVE "K" TO WS-ITEM-GLYPH
               MOVE 1 TO WS-SECT-IDX
               PERFORM PLACE-KEY
                   UNTIL WS-SECT-IDX > WS-DOORS
               COMPUTE WS-POTIONS = (11 - WS-DIFFICULTY) / 2
               COMPUTE WS-GOLD = 2 + WS-DIFFICULTY / 2
               MOVE 2 TO WS-ITEM-TOP
               COMPUTE WS-ITEM-BOTTOM = WS-ROWS - 1
               MOVE "P" TO WS-ITEM-GLYPH
               MOVE 0 TO WS-ITEM-COUNT
               PERFORM PLACE-ITEM THRU PLACE-ITEM-EXIT
                   UNTIL WS-ITEM-COUNT >= WS-POTIONS
               MOVE "$" TO WS-ITEM-GLYPH
               MOVE 0 TO WS-ITEM-COUNT
               PERFORM PLACE-ITEM THRU PLACE-ITEM-EXIT
                   UNTIL WS-ITEM-COUNT >= WS-GOLD.

           CLEAR-ROW.
               IF WS-ROW-IDX = 1 OR WS-ROW-IDX = WS-ROWS
                   MOVE ALL "#" TO WS-GRID-ROW(WS-ROW-IDX)(1:WS-COLS)
               ELSE
                   MOVE ALL "_" TO WS-GRID-ROW(WS-ROW-IDX)(1:WS-COLS)
                   MOVE "#" TO WS-GRID-ROW(WS-ROW-IDX)(1:1)
                   MOVE "#" TO WS-GRID-ROW(WS-ROW-IDX)(WS-COLS:1)
               END-IF
               ADD 1 TO WS-ROW-IDX.

      *    the last band takes whatever rows the division left over;
      *    the wall under every other band gets its door
           LAY-SECTION.
               COMPUTE WS-SECT-TOP(WS-SECT-IDX) =
                   2 + (WS-SECT-IDX - 1) * (WS-SECT-HEIGHT + 1)
               IF WS-SECT-IDX = WS-SECTIONS
                   COMPUTE WS-SECT-BOTTOM(WS-SECT-IDX) = WS-ROWS - 1
                   MOVE 0 TO WS-DOOR-COL(WS-SECT-IDX)
               ELSE
                   COMPUTE WS-SECT-BOTTOM(WS-SECT-IDX) =
                       WS-SECT-TOP(WS-SECT-IDX) + WS-SECT-HEIGHT - 1
                   COMPUTE WS-ROW-IDX = WS-SECT-BOTTOM(WS-SECT-IDX) + 1
                   MOVE ALL "#" TO WS-GRID-ROW(WS-ROW-IDX)(1:WS-COLS)
                   COMPUTE WS-RNG-RANGE = WS-COLS - 4
                   PERFORM NEXT-RANDOM
                   COMPUTE WS-DOOR-COL(WS-SECT-IDX) = WS-RNG-PICK + 2
                   MOVE "D" TO WS-GRID-ROW(WS-ROW-IDX)
                       (WS-DOOR-COL(WS-SECT-IDX):1)
               END-IF
               ADD 1 TO WS-SECT-IDX.

      *    walls across a band from its top to its bottom, each left
      *    with a gap, so the band stays one open room; no wall
      *    stands beside another, a door or the player's start
           LAY-INNER-WALLS.
               MOVE SPACES TO WS-USED-COLS
               MOVE "X" TO WS-USED-COLS(3:1)
               IF WS-DOOR-COL(WS-SECT-IDX) > 0
                   MOVE "X" TO WS-USED-COLS
                       (WS-DOOR-COL(WS-SECT-IDX):1)
               END-IF
               IF WS-SECT-IDX > 1
                   MOVE "X" TO WS-USED-COLS
                       (WS-DOOR-COL(WS-SECT-IDX - 1):1)
               END-IF
               COMPUTE WS-RNG-RANGE = 1 + WS-DIFFICULTY / 3
                   + WS-COLS / 40
               PERFORM NEXT-RANDOM
               MOVE WS-RNG-PICK TO WS-INNER-WALLS
               MOVE 1 TO WS-INNER-IDX
               PERFORM LAY-ONE-WALL
                   UNTIL WS-INNER-IDX > WS-INNER-WALLS
               ADD 1 TO WS-SECT-IDX.

           LAY-ONE-WALL.
               MOVE 0 TO WS-WALL-OK
               MOVE 0 TO WS-WALL-TRIES
               PERFORM PICK-WALL-COL
                   UNTIL WS-WALL-OK = 1 OR WS-WALL-TRIES > 20
               IF WS-WALL-OK = 1
                   MOVE "X" TO WS-USED-COLS(WS-WALL-COL:1)
                   MOVE WS-SECT-TOP(WS-SECT-IDX) TO WS-ROW-IDX
                   PERFORM DRAW-WALL-CELL
                       UNTIL WS-ROW-IDX > WS-SECT-BOTTOM(WS-SECT-IDX)
                   COMPUTE WS-RNG-RANGE = WS-SECT-BOTTOM(WS-SECT-IDX)
                       - WS-SECT-TOP(WS-SECT-IDX) + 1
                   PERFORM NEXT-RANDOM
                   COMPUTE WS-GAP-ROW =
                       WS-SECT-TOP(WS-SECT-IDX) + WS-RNG-PICK - 1
                   MOVE "_" TO WS-GRID-ROW(WS-GAP-ROW)(WS-WALL-COL:1)
      *            the easier levels leave a wider way through
                   IF WS-DIFFICULTY < 5
                       IF WS-GAP-ROW < WS-SECT-BOTTOM(WS-SECT-IDX)
                           MOVE "_" TO WS-GRID-ROW(WS-GAP-ROW + 1)
                               (WS-WALL-COL:1)
                       ELSE
                           MOVE "_" TO WS-GRID-ROW(WS-GAP-ROW - 1)
                               (WS-WALL-COL:1)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-INNER-IDX.

           PICK-WALL-COL.
               ADD 1 TO WS-WALL-TRIES
               COMPUTE WS-RNG-RANGE = WS-COLS - 8
               PERFORM NEXT-RANDOM
               COMPUTE WS-WALL-COL = WS-RNG-PICK + 4
               MOVE 1 TO WS-WALL-OK
               COMPUTE WS-CHECK-COL = WS-WALL-COL - 2
               PERFORM CHECK-WALL-COL
                   UNTIL WS-CHECK-COL > WS-WALL-COL + 2.

           CHECK-WALL-COL.
               IF WS-CHECK-COL >= 1 AND WS-CHECK-COL <= WS-COLS
                   IF WS-USED-COLS(WS-CHECK-COL:1) = "X"
                       MOVE 0 TO WS-WALL-OK
                   END-IF
               END-IF
               ADD 1 TO WS-CHECK-COL.

           DRAW-WALL-CELL.
               MOVE "#" TO WS-GRID-ROW(WS-ROW-IDX)(WS-WALL-COL:1)
               ADD 1 TO WS-ROW-IDX.

           PLACE-KEY.
               MOVE WS-SECT-TOP(WS-SECT-IDX) TO WS-ITEM-TOP
               MOVE WS-SECT-BOTTOM(WS-SECT-IDX) TO WS-ITEM-BOTTOM
               MOVE 0 TO WS-ITEM-COUNT
               PERFORM PLACE-ITEM THRU PLACE-ITEM-EXIT
               ADD 1 TO WS-SECT-IDX.

      *    an item goes on an empty floor square between the given
      *    rows, never on the player's start; a crowded band takes
      *    the first empty square left
           PLACE-ITEM.
               MOVE 0 TO WS-ITEM-PLACED
               MOVE 0 TO WS-ITEM-TRIES.
           PLACE-ITEM-TRY.
               ADD 1 TO WS-ITEM-TRIES
               IF WS-ITEM-TRIES > 200
                   GO TO PLACE-ITEM-SCAN
               END-IF
               COMPUTE WS-RNG-RANGE = WS-ITEM-BOTTOM - WS-ITEM-TOP + 1
               PERFORM NEXT-RANDOM
               COMPUTE WS-ROW-IDX = WS-ITEM-TOP + WS-RNG-PICK - 1
               COMPUTE WS-RNG-RANGE = WS-COLS - 2
               PERFORM NEXT-RANDOM
               COMPUTE WS-COL-IDX = WS-RNG-PICK + 1
               IF WS-GRID-ROW(WS-ROW-IDX)(WS-COL-IDX:1) NOT = "_"
                   OR (WS-ROW-IDX = 3 AND WS-COL-IDX = 3)
                   GO TO PLACE-ITEM-TRY
               END-IF
               MOVE WS-ITEM-GLYPH TO
                   WS-GRID-ROW(WS-ROW-IDX)(WS-COL-IDX:1)
               MOVE 1 TO WS-ITEM-PLACED
               GO TO PLACE-ITEM-EXIT.
           PLACE-ITEM-SCAN.
               MOVE WS-ITEM-TOP TO WS-ROW-IDX
               PERFORM SCAN-ITEM-ROW
                   UNTIL WS-ROW-IDX > WS-ITEM-BOTTOM
                   OR WS-ITEM-PLACED = 1.
           PLACE-ITEM-EXIT.
               ADD 1 TO WS-ITEM-COUNT.

           SCAN-ITEM-ROW.
               MOVE 2 TO WS-COL-IDX
               PERFORM SCAN-ITEM-CELL
                   UNTIL WS-COL-IDX >= WS-COLS OR WS-ITEM-PLACED = 1
               ADD 1 TO WS-ROW-IDX.

           SCAN-ITEM-CELL.
               IF WS-GRID-ROW(WS-ROW-IDX)(WS-COL-IDX:1) = "_"
                   AND NOT (WS-ROW-IDX = 3 AND WS-COL-IDX = 3)
                   MOVE WS-ITEM-GLYPH TO
                       WS-GRID-ROW(WS-ROW-IDX)(WS-COL-IDX:1)
                   MOVE 1 TO WS-ITEM-PLACED
               END-IF
               ADD 1 TO WS-COL-IDX.

      *    the roster grows with the difficulty - more chasers and
      *    patrollers, roamers from 3 and a boss from 6, every one
      *    of them tougher; the game holds twenty at the most
           BUILD-ROSTER.
               MOVE 0 TO WS-MON-COUNT
               MOVE SPACES TO WS-MON-TABLE
               MOVE 2 TO WS-RNG-RANGE
               PERFORM NEXT-RANDOM
               ADD 1 TO WS-MON-COUNT
               MOVE "o" TO WS-MON-GLYPH(WS-MON-COUNT)
               COMPUTE WS-MON-NUM(WS-MON-COUNT) =
                   1 + WS-DIFFICULTY / 2 + WS-RNG-PICK
               COMPUTE WS-MON-HP(WS-MON-COUNT) =
                   60 + WS-DIFFICULTY * 10
               COMPUTE WS-MON-DMG(WS-MON-COUNT) = 3 + WS-DIFFICULTY
               MOVE 1 TO WS-MON-RECOIL(WS-MON-COUNT)
               MOVE "C" TO WS-MON-BEHAV(WS-MON-COUNT)
               ADD 1 TO WS-MON-COUNT
               MOVE "f" TO WS-MON-GLYPH(WS-MON-COUNT)
               COMPUTE WS-MON-NUM(WS-MON-COUNT) =
                   1 + WS-DIFFICULTY / 3
               COMPUTE WS-MON-HP(WS-MON-COUNT) =
                   40 + WS-DIFFICULTY * 5
               COMPUTE WS-MON-DMG(WS-MON-COUNT) =
                   3 + WS-DIFFICULTY / 2
               MOVE 2 TO WS-MON-RECOIL(WS-MON-COUNT)
               MOVE "P" TO WS-MON-BEHAV(WS-MON-COUNT)
               IF WS-DIFFICULTY >= 3
                   ADD 1 TO WS-MON-COUNT
                   MOVE "T" TO WS-MON-GLYPH(WS-MON-COUNT)
                   COMPUTE WS-MON-NUM(WS-MON-COUNT) =
                       1 + (WS-DIFFICULTY - 3) / 3
                   COMPUTE WS-MON-HP(WS-MON-COUNT) =
                       150 + WS-DIFFICULTY * 10
                   COMPUTE WS-MON-DMG(WS-MON-COUNT) =
                       8 + WS-DIFFICULTY
                   MOVE 1 TO WS-MON-RECOIL(WS-MON-COUNT)
                   MOVE "R" TO WS-MON-BEHAV(WS-MON-COUNT)
               END-IF
               IF WS-DIFFICULTY >= 6
                   ADD 1 TO WS-MON-COUNT
                   MOVE "B" TO WS-MON-GLYPH(WS-MON-COUNT)
                   MOVE 1 TO WS-MON-NUM(WS-MON-COUNT)
                   COMPUTE WS-MON-HP(WS-MON-COUNT) =
                       250 + WS-DIFFICULTY * 25
                   COMPUTE WS-MON-DMG(WS-MON-COUNT) =
                       15 + WS-DIFFICULTY
                   MOVE 3 TO WS-MON-RECOIL(WS-MON-COUNT)
                   MOVE "B" TO WS-MON-BEHAV(WS-MON-COUNT)
               END-IF
               MOVE 0 TO WS-MON-TOTAL
               MOVE 1 TO WS-MON-IDX
               PERFORM TOTAL-ROSTER
                   UNTIL WS-MON-IDX > WS-MON-COUNT.

           TOTAL-ROSTER.
               ADD WS-MON-NUM(WS-MON-IDX) TO WS-MON-TOTAL
               ADD 1 TO WS-MON-IDX.

      *    the same rules LEVELCHK holds the nightly run to - known
      *    glyphs, a closed outer wall, a floor at the player's start
      *    and enough of it reachable - and one more of our own:
      *    every floor square reachable, so no item is sealed off
           VERIFY-GRID.
               MOVE 0 TO WS-GRID-ERRORS
               MOVE 0 TO WS-FLOOR-CELLS
               IF WS-ROWS < 10 OR WS-ROWS > 50
                   OR WS-COLS < 20 OR WS-COLS > 80
                   DISPLAY "DECLARED SIZE " WS-ROWS "X" WS-COLS
                       " OUT OF RANGE (10-50 BY 20-80)"
                   ADD 1 TO WS-GRID-ERRORS
                   GO TO VERIFY-GRID-EXIT
               END-IF
               MOVE 1 TO WS-ROW-IDX
               PERFORM VERIFY-ROW
                   UNTIL WS-ROW-IDX > WS-ROWS
               IF WS-GRID-ROW(3)(3:1) = "#"
                   DISPLAY "LINE 003 COL 003: PLAYER START IS A WALL"
                   ADD 1 TO WS-GRID-ERRORS
                   GO TO VERIFY-GRID-EXIT
               END-IF
               INITIALIZE WS-VISITED
               MOVE 0 TO WS-REACHABLE
               MOVE 1 TO WS-Q-HEAD
               MOVE 1 TO WS-Q-TAIL
               MOVE 3 TO WS-QUEUE-X(1)
               MOVE 3 TO WS-QUEUE-Y(1)
               MOVE 1 TO WS-VISIT-COL(3, 3)
               PERFORM FLOOD-STEP
                   UNTIL WS-Q-HEAD > WS-Q-TAIL
               IF WS-REACHABLE < 6
                   DISPLAY "REACHABLE FLOOR TOO SMALL (" WS-REACHABLE
                       " CELLS, 6 NEEDED)"
                   ADD 1 TO WS-GRID-ERRORS
               END-IF
               IF WS-REACHABLE NOT = WS-FLOOR-CELLS
                   DISPLAY "ONLY " WS-REACHABLE " OF " WS-FLOOR-CELLS
                       " FLOOR SQUARES REACHABLE"
                   ADD 1 TO WS-GRID-ERRORS
               END-IF.
           VERIFY-GRID-EXIT.
               EXIT.

           VERIFY-ROW.
               MOVE 1 TO WS-COL-IDX
               PERFORM VERIFY-CELL
                   UNTIL WS-COL-IDX > WS-COLS
               ADD 1 TO WS-ROW-IDX.

           VERIFY-CELL.
               MOVE WS-GRID-ROW(WS-ROW-IDX)(WS-COL-IDX:1) TO WS-CELL
               IF WS-CELL NOT = "#" AND WS-CELL NOT = "_"
                   AND WS-CELL NOT = "P" AND WS-CELL NOT = "K"
                   AND WS-CELL NOT = "D" AND WS-CELL NOT = "$"
                   DISPLAY "LINE " WS-ROW-IDX " COL " WS-COL-IDX
                       ": UNKNOWN GLYPH '" WS-CELL "'"
                   ADD 1 TO WS-GRID-ERRORS
               END-IF
               IF (WS-ROW-IDX = 1 OR WS-ROW-IDX = WS-ROWS
                   OR WS-COL-IDX = 1 OR WS-COL-IDX = WS-COLS)
                   AND WS-CELL NOT = "#"
                   DISPLAY "LINE " WS-ROW-IDX " COL " WS-COL-IDX
                       ": BORDER NOT CLOSED"
                   ADD 1 TO WS-GRID-ERRORS
               END-IF
               IF WS-CELL NOT = "#"
                   ADD 1 TO WS-FLOOR-CELLS
               END-IF
               ADD 1 TO WS-COL-IDX.

           FLOOD-STEP.
               MOVE WS-QUEUE-X(WS-Q-HEAD) TO WS-CUR-X
               MOVE WS-QUEUE-Y(WS-Q-HEAD) TO WS-CUR-Y
               ADD 1 TO WS-Q-HEAD
               ADD 1 TO WS-REACHABLE
               MOVE 0 TO WS-NBR
               PERFORM FLOOD-NEIGHBOR UNTIL WS-NBR > 3.

           FLOOD-NEIGHBOR.
               MOVE WS-CUR-X TO WS-TRY-X
               MOVE WS-CUR-Y TO WS-TRY-Y
               EVALUATE WS-NBR
                   WHEN 0
                       SUBTRACT 1 FROM WS-TRY-X
                   WHEN 1
                       ADD 1 TO WS-TRY-X
                   WHEN 2
                       SUBTRACT 1 FROM WS-TRY-Y
                   WHEN 3
                       ADD 1 TO WS-TRY-Y
               END-EVALUATE
               IF WS-TRY-X >= 1 AND WS-TRY-X <= WS-ROWS
                   AND WS-TRY-Y >= 1 AND WS-TRY-Y <= WS-COLS
                   IF WS-VISIT-COL(WS-TRY-X, WS-TRY-Y) = 0
                       AND WS-GRID-ROW(WS-TRY-X)(WS-TRY-Y:1) NOT = "#"
                       MOVE 1 TO WS-VISIT-COL(WS-TRY-X, WS-TRY-Y)
                       IF WS-Q-TAIL < 4000
                           ADD 1 TO WS-Q-TAIL
                           MOVE WS-TRY-X TO WS-QUEUE-X(WS-Q-TAIL)
                           MOVE WS-TRY-Y TO WS-QUEUE-Y(WS-Q-TAIL)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-NBR.

           SHOW-LEVEL.
               DISPLAY "===================================="
               DISPLAY WS-LEVEL-FILENAME " SEED " WS-SEED " "
                   WS-ROWS "X" WS-COLS " DIFFICULTY " WS-DIFFICULTY
               MOVE 1 TO WS-ROW-IDX
               PERFORM SHOW-LEVEL-ROW
                   UNTIL WS-ROW-IDX > WS-ROWS
               DISPLAY WS-DOORS " LOCKED DOORS, " WS-POTIONS
                   " POTIONS, " WS-GOLD " GOLD, " WS-MON-TOTAL
                   " MONSTERS"
               MOVE 1 TO WS-MON-IDX
               PERFORM SHOW-ROSTER-LINE
                   UNTIL WS-MON-IDX > WS-MON-COUNT
               DISPLAY "====================================".

           SHOW-LEVEL-ROW.
               DISPLAY WS-GRID-ROW(WS-ROW-IDX)(1:WS-COLS)
               ADD 1 TO WS-ROW-IDX.

           SHOW-ROSTER-LINE.
               DISPLAY "  " WS-MON-LINE(WS-MON-IDX)
               ADD 1 TO WS-MON-IDX.

      *    the size header leads the file, as LevelEdit writes it
           WRITE-LEVEL.
               OPEN OUTPUT LEVEL-FILE
               IF WS-LEVEL-STATUS NOT = "00"
                   DISPLAY "CANNOT WRITE " WS-LEVEL-FILENAME
                       " (STATUS " WS-LEVEL-STATUS ")"
                   GO TO WRITE-LEVEL-EXIT
               END-IF
               MOVE "DIM " TO WS-HDR-TAG
               MOVE WS-ROWS TO WS-HDR-ROWS
               MOVE WS-COLS TO WS-HDR-COLS
               MOVE SPACES TO LEVEL-FILE-REC
               MOVE WS-LEVEL-HEADER TO LEVEL-FILE-REC(1:11)
               WRITE LEVEL-FILE-REC
               MOVE 1 TO WS-ROW-IDX
               PERFORM WRITE-LEVEL-ROW
                   UNTIL WS-ROW-IDX > WS-ROWS
               CLOSE LEVEL-FILE
               DISPLAY WS-LEVEL-FILENAME " WRITTEN".
           WRITE-LEVEL-EXIT.
               EXIT.

           WRITE-LEVEL-ROW.
               MOVE SPACES TO LEVEL-FILE-REC
               MOVE WS-GRID-ROW(WS-ROW-IDX)(1:WS-COLS)
                   TO LEVEL-FILE-REC(1:WS-COLS)
               WRITE LEVEL-FILE-REC
               ADD 1 TO WS-ROW-IDX.

           WRITE-ROSTER.
               OPEN OUTPUT MONSTER-FILE
               IF WS-MONSTER-STATUS NOT = "00"
                   DISPLAY "CANNOT WRITE " WS-MONSTER-FILENAME
                       " (STATUS " WS-MONSTER-STATUS ") - THE LEVEL "
                       "WILL PLAY WITH THE CLASSIC SLIMES"
                   GO TO WRITE-ROSTER-EXIT
               END-IF
               MOVE 1 TO WS-MON-IDX
               PERFORM WRITE-ROSTER-LINE
                   UNTIL WS-MON-IDX > WS-MON-COUNT
               CLOSE MONSTER-FILE
               DISPLAY WS-MONSTER-FILENAME " WRITTEN".
           WRITE-ROSTER-EXIT.
               EXIT.

           WRITE-ROSTER-LINE.
               MOVE WS-MON-LINE(WS-MON-IDX) TO MONSTER-FILE-REC
               WRITE MONSTER-FILE-REC
               ADD 1 TO WS-MON-IDX.

           WRITE-CATALOG.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-CLOCK FROM TIME
               MOVE WS-TODAY TO WS-CAT-DATE
               MOVE WS-CLOCK(1:6) TO WS-CAT-TIME
               MOVE WS-OPERATOR TO WS-CAT-OPER
               MOVE WS-LEVEL-NUM TO WS-CAT-LEVEL
               MOVE WS-SEED TO WS-CAT-SEED
               MOVE WS-ROWS TO WS-CAT-ROWS
               MOVE WS-COLS TO WS-CAT-COLS
               MOVE WS-DIFFICULTY TO WS-CAT-DIFFICULTY
               MOVE WS-DOORS TO WS-CAT-DOORS
               MOVE WS-MON-TOTAL TO WS-CAT-MONSTERS
               MOVE WS-OPERATOR(1:8) TO FLOCK-OWNER
               MOVE "LEVELGEN" TO FLOCK-FILE
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY NOT = "G"
                   DISPLAY "LEVELGEN IN USE BY " FLOCK-HOLDER
                       " - SEED " WS-SEED " NOT CATALOGED"
                   GO TO WRITE-CATALOG-EXIT
               END-IF
               OPEN EXTEND CATALOG-FILE
               IF WS-CATALOG-STATUS = "35"
                   OPEN OUTPUT CATALOG-FILE
               END-IF
               IF WS-CATALOG-STATUS = "00"
                   WRITE CATALOG-FILE-REC FROM WS-CAT-LINE
                   CLOSE CATALOG-FILE
                   DISPLAY "SEED " WS-SEED " CATALOGED IN LEVELGEN.DAT"
               ELSE
                   DISPLAY "CANNOT OPEN LEVELGEN.DAT (STATUS "
                       WS-CATALOG-STATUS ") - SEED " WS-SEED
                       " NOT CATALOGED"
               END-IF
               MOVE "R" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS.
           WRITE-CATALOG-EXIT.
               EXIT.

           GEN-EXIT.
           GOBACK.
       END PROGRAM LEVELGEN.
