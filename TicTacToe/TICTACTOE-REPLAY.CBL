                   10 WS-DIR-MOVES PIC 9(2).
                   10 WS-DIR-WINNER PIC X(1).
                   10 WS-DIR-MATCH-ID PIC X(12).
                   10 WS-DIR-VARIANT PIC X(1).
           01 WS-DIR-IDX PIC 9(2).
           01 WS-DIR-GLOBAL PIC 9(6).
           01 WS-PICK PIC 9(6) VALUES 0.
           01 PLAYIND PIC 9(2).
           01 WS-RPL-POS PIC 9(2) VALUES 0.
           01 WS-RPL-KEY PIC X(1) VALUES SPACE.
      *    the rule the loaded game was played under, off its start
      *    line, so the position on show is judged by that rule
           01 WS-WIN-LEN PIC 9(1) VALUES 3.
           01 WS-VARIANT PIC X(1) VALUES "C".
           01 WS-VARIANT-NAME PIC X(8) VALUES SPACES.
           COPY ENGPARM.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
                           MOVE "?" TO WS-DIR-WINNER(WS-GAME-COUNT)
                           MOVE SPACES TO
                               WS-DIR-MATCH-ID(WS-GAME-COUNT)
                           IF WS-GS-VARIANT = "M"
                               OR WS-GS-VARIANT = "W"
                               MOVE WS-GS-VARIANT TO
                                   WS-DIR-VARIANT(WS-GAME-COUNT)
                           ELSE
                               MOVE "C" TO
                                   WS-DIR-VARIANT(WS-GAME-COUNT)
                           END-IF
                       END-IF
                   WHEN "E"
                       IF WS-GAME-COUNT > 0
                   " " WS-DIR-DIM(WS-DIR-IDX) "X"
                   WS-DIR-DIM(WS-DIR-IDX)
                   " MODE:" WS-DIR-MODE(WS-DIR-IDX)
                   " VAR:" WS-DIR-VARIANT(WS-DIR-IDX)
                   " MOVES:" WS-DIR-MOVES(WS-DIR-IDX)
                   " WINNER:" WS-DIR-WINNER(WS-DIR-IDX)
                   " ID:" WS-DIR-MATCH-ID(WS-DIR-IDX)
                       ELSE
                           MOVE 3 TO BOARD-DIM
                       END-IF
                       PERFORM TAKE-GAME-RULE
                       MOVE 0 TO WS-MOVE-COUNT
                   WHEN "X"
                   WHEN "O"
                           OR WS-GS-DIM = 5
                           MOVE WS-GS-DIM TO BOARD-DIM
                       END-IF
                       PERFORM TAKE-GAME-RULE
                   END-IF
               ELSE
                   IF WS-SCAN-GAME = WS-PICK
           LOAD-GAME-EXIT.
               EXIT.

      *    winning-line length and variant from the start line just
      *    read - blanks on older lines mean full-line classic
           TAKE-GAME-RULE.
               IF WS-GS-WINLEN >= "3" AND WS-GS-WINLEN <= "5"
                   MOVE WS-GS-WINLEN TO WS-WIN-LEN
               ELSE
                   MOVE BOARD-DIM TO WS-WIN-LEN
               END-IF
               IF WS-WIN-LEN > BOARD-DIM
                   MOVE BOARD-DIM TO WS-WIN-LEN
               END-IF
               EVALUATE WS-GS-VARIANT
                   WHEN "M"
                       MOVE "M" TO WS-VARIANT
                       MOVE "MISERE" TO WS-VARIANT-NAME
                   WHEN "W"
                       MOVE "W" TO WS-VARIANT
                       MOVE "WILD" TO WS-VARIANT-NAME
                   WHEN OTHER
                       MOVE "C" TO WS-VARIANT
                       MOVE "CLASSIC" TO WS-VARIANT-NAME
               END-EVALUATE.

           REPLAY-LOOP.
               MOVE ALL "." TO GAMEBOARD
               MOVE 0 TO WS-MV-IDX
                       " OF " WS-MOVE-COUNT
               END-IF
               PERFORM DRAW-BOARD
               PERFORM JUDGE-POSITION
               DISPLAY "F=FORWARD B=BACK Q=QUIT"
               ACCEPT WS-RPL-KEY
               EVALUATE WS-RPL-KEY
                   + WS-MV-COL(WS-MV-IDX)
               MOVE WS-MV-PLAYER(WS-MV-IDX) TO GAMEBOARD(PLAYIND:1).

      *    the engine judges the board on show by the game's own
      *    variant - under misere the completed line loses, under
      *    wild it wins for whoever moved last
           JUDGE-POSITION.
               MOVE "J" TO ENG-ACTION
               MOVE GAMEBOARD TO ENG-BOARD
               MOVE BOARD-DIM TO ENG-DIM
               MOVE WS-WIN-LEN TO ENG-WINLEN
               MOVE 1 TO ENG-DIFF
               MOVE "X" TO ENG-MARK
               MOVE WS-VARIANT TO ENG-VARIANT
               CALL "TTTENGIN" USING ENG-PARMS
               EVALUATE ENG-RESULT
                   WHEN "X"
                   WHEN "O"
                       DISPLAY WS-VARIANT-NAME " RULES - "
                           ENG-RESULT " WINS"
                   WHEN "T"
                       DISPLAY WS-VARIANT-NAME " RULES - TIE"
                   WHEN OTHER
                       DISPLAY WS-VARIANT-NAME " RULES - IN PROGRESS"
               END-EVALUATE.

           DRAW-BOARD.
               DISPLAY WS-BORDER(1:BOARD-DIM + 2)
               MOVE 1 TO LOOPCOUNTER
