       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTGRADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-LOG ASSIGN TO "MOVELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVELOG-STATUS.
           SELECT MATCH-HISTORY ASSIGN TO "MATCHHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-MATCH-ID
               ALTERNATE RECORD KEY IS HIST-PLAYER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-LOG.
       01  MOVE-LOG-REC PIC X(80).
       FD  MATCH-HISTORY.
       COPY MATCHREC.
       LOCAL-STORAGE SECTION.
           01 WS-MOVELOG-STATUS PIC X(2) VALUES "00".
           01 WS-HISTORY-STATUS PIC X(2) VALUES "00".
           01 WS-LOG-LINE PIC X(80).
           01 WS-LOG-MARK PIC X(1).
           COPY MOVELOG.
           01 WS-EOF-FLAG PIC 9(1) VALUES 0.
               88 END-OF-FILE VALUES 1.
           01 WS-IN-GAME PIC 9(1) VALUES 0.
           01 WS-HIST-OPEN PIC 9(1) VALUES 0.
           01 GAMEBOARD PIC X(25) VALUES ALL ".".
           01 EMPTYCELL PIC X(1) VALUES ".".
           01 BOARD-DIM PIC 9(1) VALUES 3.
           01 WIN-LEN PIC 9(1) VALUES 3.
           01 PLAYIND PIC 9(2).
      *    every move of the game in progress, graded as it is played
      *    - a takeback line pops the move it retracts, so only the
      *    moves that stood are listed and counted
           01 WS-MV-COUNT PIC 9(2) VALUES 0.
           01 WS-MV-TABLE.
               05 WS-MV-ENTRY OCCURS 25 TIMES.
                   10 WS-MV-POS PIC 9(2).
                   10 WS-MV-PLAYER PIC X(1).
                   10 WS-MV-GRADE PIC X(1).
                   10 WS-MV-HINT PIC 9(2).
                   10 WS-MV-HINT2 PIC 9(2).
           01 WS-MV-IDX PIC 9(2).
      *    the grading of one move against the engine - "W" a win on
      *    the board that was not taken, "B" the one cell that stopped
      *    the opponent's win left open, "F" a move that handed the
      *    opponent a fork the engine's own choice would have denied
           01 WS-GRADE PIC X(1).
           01 WS-HINT PIC 9(2).
           01 WS-HINT2 PIC 9(2).
           01 WS-OPP-MARK PIC X(1).
           01 WS-OWN-WINS PIC 9(2).
           01 WS-OWN-WIN-CELL PIC 9(2).
           01 WS-OPP-WINS PIC 9(2).
           01 WS-OPP-WIN-CELL PIC 9(2).
           01 WS-ENGINE-CELL PIC 9(2).
           01 WS-AFTER-BOARD PIC X(25).
           01 WS-ALT-BOARD PIC X(25).
           COPY ENGPARM.
           01 WS-CELL-ROW PIC 9(1).
           01 WS-CELL-COL PIC 9(1).
           01 WS-CELL-TEXT PIC X(5).
           01 WS-CELL-TEXT2 PIC X(5).
           01 WS-CELL-TEXT3 PIC X(5).
           01 WS-X-ID PIC X(8).
           01 WS-O-ID PIC X(8).
           01 WS-IDS-KNOWN PIC 9(1).
           01 WS-GAME-BLUNDERS-X PIC 9(2).
           01 WS-GAME-BLUNDERS-O PIC 9(2).
           01 WS-GAME-COUNT PIC 9(6) VALUES 0.
      *    misere and wild games turn the block-and-fork yardstick on
      *    its head - they are counted and left ungraded
           01 WS-VARIANT-SKIPPED PIC 9(6) VALUES 0.
           01 WS-UNPAIRED PIC 9(6) VALUES 0.
           01 WS-MOVE-TOTAL PIC 9(7) VALUES 0.
           01 WS-BLUNDER-TOTAL PIC 9(7) VALUES 0.
      *    accuracy by player, credited through the master record the
      *    end line's match id names
           01 WS-PL-COUNT PIC 9(3) VALUES 0.
           01 WS-PL-DROPPED PIC 9(4) VALUES 0.
           01 WS-PL-TABLE.
               05 WS-PL-ENTRY OCCURS 500 TIMES.
                   10 WS-PL-ID PIC X(8).
                   10 WS-PL-MOVES PIC 9(6).
                   10 WS-PL-BLUNDERS PIC 9(6).
                   10 WS-PL-MISS-WIN PIC 9(6).
                   10 WS-PL-MISS-BLOCK PIC 9(6).
                   10 WS-PL-FORKS PIC 9(6).
                   10 WS-PL-GAMES PIC 9(6).
           01 WS-PL-IDX PIC 9(3).
           01 WS-PL-IDX2 PIC 9(3).
           01 WS-PL-WANT PIC X(8).
           01 WS-PL-FOUND PIC 9(3).
           01 WS-SWAP-ENTRY PIC X(44).
           01 WS-ACCURACY PIC 9(3)V9(1).
           01 WS-ACCURACY-OUT PIC ZZ9.9.
           01 WS-RPT-LINE PIC X(80).
      *    the step's code is held here until the end - every CALL
      *    to RPTWRITE on the way out leaves its own return code
           01 WS-GRADE-RC PIC 9(4) VALUES 0.
           COPY RPTWRITE.
           COPY BATCHRC.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE "TTTGRADE" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               MOVE "O" TO RPT-ACTION
               MOVE "TTTGRADE.RPT" TO RPT-NAME
               MOVE "TICTACTOE MOVE GRADING" TO RPT-TITLE
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE "TICTACTOE GAMES GRADED AGAINST THE COMPUTER "
                   & "OPPONENT" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               OPEN INPUT MOVE-LOG
               IF WS-MOVELOG-STATUS NOT = "00"
                   MOVE "NO MOVE LOG FOUND - NOTHING TO GRADE"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   PERFORM CLOSE-REPORT-FILE
                   GO TO GRADE-EXIT
               END-IF
               OPEN INPUT MATCH-HISTORY
               IF WS-HISTORY-STATUS = "00"
                   MOVE 1 TO WS-HIST-OPEN
               END-IF
               PERFORM REPLAY-LOG THRU REPLAY-LOG-EXIT
                   UNTIL END-OF-FILE
               CLOSE MOVE-LOG
               IF WS-HIST-OPEN = 1
                   CLOSE MATCH-HISTORY
               END-IF
               PERFORM PRINT-ACCURACY
               PERFORM CLOSE-REPORT-FILE
               DISPLAY "TTTGRADE COMPLETE - GAMES GRADED: "
                   WS-GAME-COUNT " BLUNDERS: " WS-BLUNDER-TOTAL
               GO TO GRADE-EXIT.

           WRITE-REPORT.
               MOVE "L" TO RPT-ACTION
               MOVE WS-RPT-LINE TO RPT-DETAIL
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE SPACES TO WS-RPT-LINE.

           CLOSE-REPORT-FILE.
               MOVE "C" TO RPT-ACTION
               CALL "RPTWRITE" USING RPT-PARMS.

           REPLAY-LOG.
               READ MOVE-LOG INTO WS-LOG-LINE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                       GO TO REPLAY-LOG-EXIT
               END-READ
               MOVE WS-LOG-LINE(1:1) TO WS-LOG-MARK
               EVALUATE WS-LOG-MARK
                   WHEN "S"
                       MOVE WS-LOG-LINE TO WS-GAME-START-LINE
                       MOVE ALL "." TO GAMEBOARD
                       IF WS-GS-DIM = 3 OR WS-GS-DIM = 4
                           OR WS-GS-DIM = 5
                           MOVE WS-GS-DIM TO BOARD-DIM
                       ELSE
                           MOVE 3 TO BOARD-DIM
                       END-IF
      *                older start lines leave the rule blank - the
      *                classic full-board line
                       IF WS-GS-WINLEN >= "3" AND WS-GS-WINLEN <= "9"
                           MOVE WS-GS-WINLEN TO WIN-LEN
                           IF WIN-LEN > BOARD-DIM
                               MOVE BOARD-DIM TO WIN-LEN
                           END-IF
                       ELSE
                           MOVE BOARD-DIM TO WIN-LEN
                       END-IF
                       MOVE 0 TO WS-MV-COUNT
                       MOVE 1 TO WS-IN-GAME
                       IF WS-GS-VARIANT = "M" OR WS-GS-VARIANT = "W"
                           ADD 1 TO WS-VARIANT-SKIPPED
                           MOVE 0 TO WS-IN-GAME
                       END-IF
                   WHEN "X"
                   WHEN "O"
                       IF WS-IN-GAME = 1
                           MOVE WS-LOG-LINE TO WS-MOVE-LINE
                           PERFORM TAKE-ONE-MOVE THRU TAKE-ONE-MOVE-EXIT
                       END-IF
                   WHEN "U"
                       IF WS-IN-GAME = 1
                           MOVE WS-LOG-LINE TO WS-UNDO-LINE
                           PERFORM RETRACT-ONE-MOVE
                       END-IF
                   WHEN "E"
                       IF WS-IN-GAME = 1
                           ADD 1 TO WS-GAME-COUNT
                           MOVE WS-LOG-LINE TO WS-GAME-END-LINE
                           PERFORM ANNOTATE-GAME THRU ANNOTATE-GAME-EXIT
                       END-IF
                       MOVE 0 TO WS-IN-GAME
               END-EVALUATE.
           REPLAY-LOG-EXIT.
               EXIT.

      *    a move outside the board or onto an occupied cell is a
      *    damaged record - it is neither graded nor played
           TAKE-ONE-MOVE.
               IF WS-MOVE-ROW < 1 OR WS-MOVE-ROW > BOARD-DIM
                   OR WS-MOVE-COL < 1 OR WS-MOVE-COL > BOARD-DIM
                   GO TO TAKE-ONE-MOVE-EXIT
               END-IF
               COMPUTE PLAYIND =
                   ((WS-MOVE-ROW - 1) * BOARD-DIM) + WS-MOVE-COL
               IF GAMEBOARD(PLAYIND:1) NOT = EMPTYCELL
                   GO TO TAKE-ONE-MOVE-EXIT
               END-IF
               PERFORM GRADE-MOVE THRU GRADE-MOVE-EXIT
               IF WS-MV-COUNT < 25
                   ADD 1 TO WS-MV-COUNT
                   MOVE PLAYIND TO WS-MV-POS(WS-MV-COUNT)
                   MOVE WS-MOVE-PLAYER TO WS-MV-PLAYER(WS-MV-COUNT)
                   MOVE WS-GRADE TO WS-MV-GRADE(WS-MV-COUNT)
                   MOVE WS-HINT TO WS-MV-HINT(WS-MV-COUNT)
                   MOVE WS-HINT2 TO WS-MV-HINT2(WS-MV-COUNT)
               END-IF
               MOVE WS-MOVE-PLAYER TO GAMEBOARD(PLAYIND:1).
           TAKE-ONE-MOVE-EXIT.
               EXIT.

           RETRACT-ONE-MOVE.
               IF WS-UNDO-ROW >= 1 AND WS-UNDO-ROW <= BOARD-DIM
                   AND WS-UNDO-COL >= 1 AND WS-UNDO-COL <= BOARD-DIM
                   COMPUTE PLAYIND =
                       ((WS-UNDO-ROW - 1) * BOARD-DIM) + WS-UNDO-COL
                   MOVE EMPTYCELL TO GAMEBOARD(PLAYIND:1)
                   IF WS-MV-COUNT > 0
                       IF WS-MV-POS(WS-MV-COUNT) = PLAYIND
                           SUBTRACT 1 FROM WS-MV-COUNT
                       END-IF
                   END-IF
               END-IF.

      *    judge the move at PLAYIND against what the engine saw in
      *    the position before it - the worst fault found is the one
      *    recorded, and a move that wins the game is never faulted
           GRADE-MOVE.
               MOVE SPACE TO WS-GRADE
               MOVE 0 TO WS-HINT
               MOVE 0 TO WS-HINT2
               IF WS-MOVE-PLAYER = "X"
                   MOVE "O" TO WS-OPP-MARK
               ELSE
                   MOVE "X" TO WS-OPP-MARK
               END-IF
               MOVE "W" TO ENG-ACTION
               MOVE GAMEBOARD TO ENG-BOARD
               MOVE WS-MOVE-PLAYER TO ENG-MARK
               PERFORM CALL-ENGINE
               MOVE ENG-COUNT TO WS-OWN-WINS
               MOVE ENG-PICK TO WS-OWN-WIN-CELL
               MOVE "W" TO ENG-ACTION
               MOVE GAMEBOARD TO ENG-BOARD
               MOVE WS-OPP-MARK TO ENG-MARK
               PERFORM CALL-ENGINE
               MOVE ENG-COUNT TO WS-OPP-WINS
               MOVE ENG-PICK TO WS-OPP-WIN-CELL
               MOVE GAMEBOARD TO WS-AFTER-BOARD
               MOVE WS-MOVE-PLAYER TO WS-AFTER-BOARD(PLAYIND:1)
               MOVE "J" TO ENG-ACTION
               MOVE WS-AFTER-BOARD TO ENG-BOARD
               PERFORM CALL-ENGINE
               IF ENG-RESULT = WS-MOVE-PLAYER
                   GO TO GRADE-MOVE-EXIT
               END-IF
               IF WS-OWN-WINS > 0
                   MOVE "W" TO WS-GRADE
                   MOVE WS-OWN-WIN-CELL TO WS-HINT
                   GO TO GRADE-MOVE-EXIT
               END-IF
      *        facing a win, the only question is the block - with two
      *        or more winning cells open the game was already gone
      *        and the fault lies with an earlier move
               IF WS-OPP-WINS > 0
                   MOVE "W" TO ENG-ACTION
                   MOVE WS-AFTER-BOARD TO ENG-BOARD
                   MOVE WS-OPP-MARK TO ENG-MARK
                   PERFORM CALL-ENGINE
                   IF ENG-COUNT > 0 AND WS-OPP-WINS = 1
                       MOVE "B" TO WS-GRADE
                       MOVE WS-OPP-WIN-CELL TO WS-HINT
                   END-IF
                   GO TO GRADE-MOVE-EXIT
               END-IF
      *        a move that threatens a win forces the reply, so the
      *        opponent has no time to set up a fork
               MOVE "W" TO ENG-ACTION
               MOVE WS-AFTER-BOARD TO ENG-BOARD
               MOVE WS-MOVE-PLAYER TO ENG-MARK
               PERFORM CALL-ENGINE
               IF ENG-COUNT > 0
                   GO TO GRADE-MOVE-EXIT
               END-IF
               MOVE "F" TO ENG-ACTION
               MOVE WS-AFTER-BOARD TO ENG-BOARD
               MOVE WS-OPP-MARK TO ENG-MARK
               PERFORM CALL-ENGINE
               IF ENG-PICK = 0
                   GO TO GRADE-MOVE-EXIT
               END-IF
               MOVE ENG-PICK TO WS-HINT
      *        the fork only counts against the move when the hard
      *        engine's own choice in the same position avoids it
               MOVE "M" TO ENG-ACTION
               MOVE GAMEBOARD TO ENG-BOARD
               MOVE WS-MOVE-PLAYER TO ENG-MARK
               MOVE 3 TO ENG-DIFF
               PERFORM CALL-ENGINE
               MOVE ENG-PICK TO WS-ENGINE-CELL
               IF WS-ENGINE-CELL = PLAYIND OR WS-ENGINE-CELL = 0
                   GO TO GRADE-MOVE-EXIT
               END-IF
               MOVE GAMEBOARD TO WS-ALT-BOARD
               MOVE WS-MOVE-PLAYER TO WS-ALT-BOARD(WS-ENGINE-CELL:1)
               MOVE "W" TO ENG-ACTION
               MOVE WS-ALT-BOARD TO ENG-BOARD
               MOVE WS-MOVE-PLAYER TO ENG-MARK
               PERFORM CALL-ENGINE
               IF ENG-COUNT > 0
                   MOVE "F" TO WS-GRADE
                   MOVE WS-ENGINE-CELL TO WS-HINT2
                   GO TO GRADE-MOVE-EXIT
               END-IF
               MOVE "F" TO ENG-ACTION
               MOVE WS-ALT-BOARD TO ENG-BOARD
               MOVE WS-OPP-MARK TO ENG-MARK
               PERFORM CALL-ENGINE
               IF ENG-PICK = 0
                   MOVE "F" TO WS-GRADE
                   MOVE WS-ENGINE-CELL TO WS-HINT2
               END-IF.
           GRADE-MOVE-EXIT.
               EXIT.

           CALL-ENGINE.
               MOVE BOARD-DIM TO ENG-DIM
               MOVE WIN-LEN TO ENG-WINLEN
               CALL "TTTENGIN" USING ENG-PARMS.

      *    the finished game's listing - the players come from the
      *    master record the end line's match id names, and only a
      *    paired game feeds the accuracy table
           ANNOTATE-GAME.
               MOVE 0 TO WS-IDS-KNOWN
               MOVE "?" TO WS-X-ID
               MOVE "?" TO WS-O-ID
               IF WS-GE-MATCH-ID NOT = SPACES
                   AND WS-GE-MATCH-ID IS NUMERIC
                   AND WS-HIST-OPEN = 1
                   MOVE WS-GE-MATCH-ID TO HIST-MATCH-ID
                   READ MATCH-HISTORY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE HIST-X-ID TO WS-X-ID
                           MOVE HIST-O-ID TO WS-O-ID
                           MOVE 1 TO WS-IDS-KNOWN
                   END-READ
               END-IF
               IF WS-IDS-KNOWN = 0
                   ADD 1 TO WS-UNPAIRED
               END-IF
               PERFORM WRITE-REPORT
               IF WS-GE-MATCH-ID = SPACES
                   STRING "GAME OF " WS-GS-DATE " (NO MATCH ID)  "
                       BOARD-DIM "X" BOARD-DIM " LINE " WIN-LEN
                       "  RESULT " WS-GE-WINNER
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "MATCH " WS-GE-MATCH-ID "  "
                       BOARD-DIM "X" BOARD-DIM " LINE " WIN-LEN
                       "  X " WS-X-ID "  O " WS-O-ID
                       "  RESULT " WS-GE-WINNER
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM WRITE-REPORT
               MOVE 0 TO WS-GAME-BLUNDERS-X
               MOVE 0 TO WS-GAME-BLUNDERS-O
               MOVE 1 TO WS-MV-IDX
               PERFORM LIST-ONE-MOVE
                   UNTIL WS-MV-IDX > WS-MV-COUNT
               STRING "  BLUNDERS - X " WS-GAME-BLUNDERS-X
                   "  O " WS-GAME-BLUNDERS-O
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-IDS-KNOWN = 0
                   GO TO ANNOTATE-GAME-EXIT
               END-IF
               MOVE WS-X-ID TO WS-PL-WANT
               PERFORM FIND-PLAYER
               IF WS-PL-FOUND > 0
                   ADD 1 TO WS-PL-GAMES(WS-PL-FOUND)
               END-IF
               MOVE WS-O-ID TO WS-PL-WANT
               PERFORM FIND-PLAYER
               IF WS-PL-FOUND > 0
                   ADD 1 TO WS-PL-GAMES(WS-PL-FOUND)
               END-IF
               MOVE 1 TO WS-MV-IDX
               PERFORM CREDIT-ONE-MOVE
                   UNTIL WS-MV-IDX > WS-MV-COUNT.
           ANNOTATE-GAME-EXIT.
               EXIT.

           LIST-ONE-MOVE.
               MOVE WS-MV-POS(WS-MV-IDX) TO PLAYIND
               PERFORM CELL-TO-TEXT
               MOVE WS-CELL-TEXT TO WS-CELL-TEXT2
               ADD 1 TO WS-MOVE-TOTAL
               IF WS-MV-GRADE(WS-MV-IDX) NOT = SPACE
                   ADD 1 TO WS-BLUNDER-TOTAL
                   IF WS-MV-PLAYER(WS-MV-IDX) = "X"
                       ADD 1 TO WS-GAME-BLUNDERS-X
                   ELSE
                       ADD 1 TO WS-GAME-BLUNDERS-O
                   END-IF
               END-IF
               MOVE WS-MV-HINT2(WS-MV-IDX) TO PLAYIND
               PERFORM CELL-TO-TEXT
               MOVE WS-CELL-TEXT TO WS-CELL-TEXT3
               MOVE WS-MV-HINT(WS-MV-IDX) TO PLAYIND
               PERFORM CELL-TO-TEXT
               EVALUATE WS-MV-GRADE(WS-MV-IDX)
                   WHEN "W"
                       STRING "  " WS-MV-IDX ". "
                           WS-MV-PLAYER(WS-MV-IDX) " " WS-CELL-TEXT2
                           "  ** MISSED WIN - " WS-CELL-TEXT
                           " COMPLETED THE LINE"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   WHEN "B"
                       STRING "  " WS-MV-IDX ". "
                           WS-MV-PLAYER(WS-MV-IDX) " " WS-CELL-TEXT2
                           "  ** MISSED BLOCK - " WS-CELL-TEXT
                           " LEFT OPEN FOR THE WIN"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   WHEN "F"
                       STRING "  " WS-MV-IDX ". "
                           WS-MV-PLAYER(WS-MV-IDX) " " WS-CELL-TEXT2
                           "  ** WALKED INTO A FORK AT " WS-CELL-TEXT
                           " (ENGINE PLAYS " WS-CELL-TEXT3 ")"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   WHEN OTHER
                       STRING "  " WS-MV-IDX ". "
                           WS-MV-PLAYER(WS-MV-IDX) " " WS-CELL-TEXT2
                           DELIMITED BY SIZE INTO WS-RPT-LINE
               END-EVALUATE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-MV-IDX.

           CREDIT-ONE-MOVE.
               IF WS-MV-PLAYER(WS-MV-IDX) = "X"
                   MOVE WS-X-ID TO WS-PL-WANT
               ELSE
                   MOVE WS-O-ID TO WS-PL-WANT
               END-IF
               PERFORM FIND-PLAYER
               IF WS-PL-FOUND > 0
                   ADD 1 TO WS-PL-MOVES(WS-PL-FOUND)
                   EVALUATE WS-MV-GRADE(WS-MV-IDX)
                       WHEN "W"
                           ADD 1 TO WS-PL-BLUNDERS(WS-PL-FOUND)
                           ADD 1 TO WS-PL-MISS-WIN(WS-PL-FOUND)
                       WHEN "B"
                           ADD 1 TO WS-PL-BLUNDERS(WS-PL-FOUND)
                           ADD 1 TO WS-PL-MISS-BLOCK(WS-PL-FOUND)
                       WHEN "F"
                           ADD 1 TO WS-PL-BLUNDERS(WS-PL-FOUND)
                           ADD 1 TO WS-PL-FORKS(WS-PL-FOUND)
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-MV-IDX.

      *    a board cell as the "R2 C3" a player would call it
           CELL-TO-TEXT.
               MOVE SPACES TO WS-CELL-TEXT
               IF PLAYIND > 0
                   COMPUTE WS-CELL-ROW = ((PLAYIND - 1) / BOARD-DIM) + 1
                   COMPUTE WS-CELL-COL =
                       PLAYIND - ((WS-CELL-ROW - 1) * BOARD-DIM)
                   STRING "R" WS-CELL-ROW " C" WS-CELL-COL
                       DELIMITED BY SIZE INTO WS-CELL-TEXT
               END-IF.

           FIND-PLAYER.
               MOVE 0 TO WS-PL-FOUND
               MOVE 1 TO WS-PL-IDX
               PERFORM FIND-PLAYER-SCAN
                   UNTIL WS-PL-IDX > WS-PL-COUNT OR WS-PL-FOUND > 0
               IF WS-PL-FOUND = 0
                   IF WS-PL-COUNT < 500
                       ADD 1 TO WS-PL-COUNT
                       MOVE WS-PL-WANT TO WS-PL-ID(WS-PL-COUNT)
                       MOVE 0 TO WS-PL-MOVES(WS-PL-COUNT)
                       MOVE 0 TO WS-PL-BLUNDERS(WS-PL-COUNT)
                       MOVE 0 TO WS-PL-MISS-WIN(WS-PL-COUNT)
                       MOVE 0 TO WS-PL-MISS-BLOCK(WS-PL-COUNT)
                       MOVE 0 TO WS-PL-FORKS(WS-PL-COUNT)
                       MOVE 0 TO WS-PL-GAMES(WS-PL-COUNT)
                       MOVE WS-PL-COUNT TO WS-PL-FOUND
                   ELSE
                       ADD 1 TO WS-PL-DROPPED
                   END-IF
               END-IF.

           FIND-PLAYER-SCAN.
               IF WS-PL-ID(WS-PL-IDX) = WS-PL-WANT
                   MOVE WS-PL-IDX TO WS-PL-FOUND
               END-IF
               ADD 1 TO WS-PL-IDX.

           PRINT-ACCURACY.
               PERFORM WRITE-REPORT
               MOVE "PLAYER ACCURACY" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE "PLAYER    GAMES  MOVES BLUNDER  WINS BLOCKS  FORKS"
                   & "  ACCURACY" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               PERFORM SORT-PLAYERS
               MOVE 1 TO WS-PL-IDX
               PERFORM PRINT-ONE-PLAYER
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               PERFORM WRITE-REPORT
               STRING "GAMES GRADED " WS-GAME-COUNT
                   "  MOVES " WS-MOVE-TOTAL
                   "  BLUNDERS " WS-BLUNDER-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-UNPAIRED > 0
                   STRING "GAMES WITH NO MASTER RECORD TO NAME THE "
                       "PLAYERS: " WS-UNPAIRED " - LISTED, NOT CREDITED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF
               IF WS-VARIANT-SKIPPED > 0
                   STRING "GAMES UNDER MISERE OR WILD RULES: "
                       WS-VARIANT-SKIPPED " - NOT GRADED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF
               IF WS-PL-DROPPED > 0
                   STRING WS-PL-DROPPED " PLAYERS BEYOND THE 500 THE "
                       "TABLE HOLDS WERE LEFT OFF - THIS TABLE IS "
                       "INCOMPLETE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE 8 TO WS-GRADE-RC
               END-IF.

           PRINT-ONE-PLAYER.
               IF WS-PL-MOVES(WS-PL-IDX) = 0
                   MOVE 0 TO WS-ACCURACY
               ELSE
                   COMPUTE WS-ACCURACY ROUNDED =
                       ((WS-PL-MOVES(WS-PL-IDX)
                       - WS-PL-BLUNDERS(WS-PL-IDX)) * 100)
                       / WS-PL-MOVES(WS-PL-IDX)
               END-IF
               MOVE WS-ACCURACY TO WS-ACCURACY-OUT
               STRING WS-PL-ID(WS-PL-IDX) " "
                   WS-PL-GAMES(WS-PL-IDX) " "
                   WS-PL-MOVES(WS-PL-IDX) " "
                   WS-PL-BLUNDERS(WS-PL-IDX) " "
                   WS-PL-MISS-WIN(WS-PL-IDX)(3:4) "   "
                   WS-PL-MISS-BLOCK(WS-PL-IDX)(3:4) "   "
                   WS-PL-FORKS(WS-PL-IDX)(3:4) "    "
                   WS-ACCURACY-OUT "%"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-PL-IDX.

           SORT-PLAYERS.
               MOVE 1 TO WS-PL-IDX
               PERFORM SORT-PLAYERS-PASS
                   UNTIL WS-PL-IDX >= WS-PL-COUNT.

           SORT-PLAYERS-PASS.
               COMPUTE WS-PL-IDX2 = WS-PL-IDX + 1
               PERFORM SORT-PLAYERS-SWAP
                   UNTIL WS-PL-IDX2 > WS-PL-COUNT
               ADD 1 TO WS-PL-IDX.

           SORT-PLAYERS-SWAP.
               IF WS-PL-ID(WS-PL-IDX2) < WS-PL-ID(WS-PL-IDX)
                   MOVE WS-PL-ENTRY(WS-PL-IDX) TO WS-SWAP-ENTRY
                   MOVE WS-PL-ENTRY(WS-PL-IDX2)
                       TO WS-PL-ENTRY(WS-PL-IDX)
                   MOVE WS-SWAP-ENTRY TO WS-PL-ENTRY(WS-PL-IDX2)
               END-IF
               ADD 1 TO WS-PL-IDX2.

           GRADE-EXIT.
               MOVE WS-GRADE-RC TO RETURN-CODE
               MOVE "TTTGRADE" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM TTTGRADE.
