           01 WS-REPLAY-BOARD PIC X(25).
           01 WS-EMPTY-COUNT PIC 9(2).
           01 TIE-INDEX PIC 9(2).
      *    the rule variant off the start line - C classic, M misere,
      *    W wild - and the master's own byte read the same way
           01 WS-VARIANT PIC X(1) VALUES "C".
           01 WS-HIST-VARIANT PIC X(1) VALUES "C".
           01 WS-MARK-COUNT PIC 9(2).
           01 WS-MARK-HALF PIC 9(2).
      *    each completed game is judged and checked against its
      *    master record the moment its end line arrives - no table
      *    caps, the reconciliation runs at any volume

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE "TTTRECON" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
      *        the reconciliation report goes through the shared
      *        report writer, so RECONRPT.DAT pages and heads the
      *        same way the rest of the morning package does
                       COMPUTE WS-TOTAL-LINES =
                           (2 * BOARD-DIM * WS-SEG-SPAN)
                           + (2 * WS-SEG-SPAN * WS-SEG-SPAN)
                       IF WS-GS-VARIANT = "M" OR WS-GS-VARIANT = "W"
                           MOVE WS-GS-VARIANT TO WS-VARIANT
                       ELSE
                           MOVE "C" TO WS-VARIANT
                       END-IF
                       MOVE 1 TO WS-IN-GAME
                   WHEN "X"
                   WHEN "O"
               IF WS-HIST-OPEN = 0
                   GO TO CHECK-ONE-GAME-EXIT
               END-IF
               PERFORM JUDGE-BOARD THRU JUDGE-BOARD-EXIT
               MOVE SPACES TO WS-REPLAY-BOARD
               MOVE GAMEBOARD(1:BOARD-CELLS) TO
                   WS-REPLAY-BOARD(1:BOARD-CELLS)
                       PERFORM WRITE-REPORT
                       GO TO CHECK-ONE-GAME-EXIT
               END-READ
      *        a game judged under one variant and mastered under
      *        another is a discrepancy whatever the boards say
               IF HIST-VARIANT = "M" OR HIST-VARIANT = "W"
                   MOVE HIST-VARIANT TO WS-HIST-VARIANT
               ELSE
                   MOVE "C" TO WS-HIST-VARIANT
               END-IF
               IF WS-HIST-VARIANT NOT = WS-VARIANT
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "MATCH " WS-GE-MATCH-ID ": LOGGED UNDER "
                       "VARIANT " WS-VARIANT ", HISTORY SAYS "
                       WS-HIST-VARIANT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   GO TO CHECK-ONE-GAME-EXIT
               END-IF
      *        a time forfeit ends on an unfinished position no board
      *        replay can name a winner for - the board still has to
      *        agree, the winner byte is the clock's call

      *    Decide the finished position's outcome from the board alone:
      *    any completed line names the winner, a full board with no
      *    line is a tie, anything else is an unfinished position.
      *    under misere the line's mark is the loser; under wild the
      *    line wins for whoever moved last - X's player moves first,
      *    so an odd count of marks means X's player
           JUDGE-BOARD.
               MOVE SPACE TO WS-REPLAY-WINNER
               MOVE 1 TO EV-LINE-NUM
                   ELSE
                       MOVE "?" TO WS-REPLAY-WINNER
                   END-IF
                   GO TO JUDGE-BOARD-EXIT
               END-IF
               EVALUATE WS-VARIANT
                   WHEN "M"
                       IF WS-REPLAY-WINNER = "X"
                           MOVE "O" TO WS-REPLAY-WINNER
                       ELSE
                           MOVE "X" TO WS-REPLAY-WINNER
                       END-IF
                   WHEN "W"
                       MOVE 1 TO TIE-INDEX
                       MOVE 0 TO WS-EMPTY-COUNT
                       PERFORM COUNT-EMPTIES
                       COMPUTE WS-MARK-COUNT =
                           BOARD-CELLS - WS-EMPTY-COUNT
                       DIVIDE WS-MARK-COUNT BY 2 GIVING WS-MARK-HALF
                           REMAINDER WS-MARK-COUNT
                       IF WS-MARK-COUNT = 1
                           MOVE "X" TO WS-REPLAY-WINNER
                       ELSE
                           MOVE "O" TO WS-REPLAY-WINNER
                       END-IF
               END-EVALUATE.
           JUDGE-BOARD-EXIT.
               EXIT.

      *    the same segment enumeration the game engine scans -
      *    horizontal runs, then vertical, then the two diagonal
           RECON-EXIT.
               MOVE "TTTRECON" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM TTTRECON.
