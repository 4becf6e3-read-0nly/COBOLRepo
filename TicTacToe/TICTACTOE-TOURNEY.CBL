               05 WS-SYS-DD PIC 9(2).
           01 WS-ROSTER-SIZE PIC 9(1) VALUES 0.
           01 WS-BEST-OF PIC 9(1) VALUES 3.
      *    the series length offered when the question is left blank
      *    is a tunable - 3 is the value built in
           01 WS-SERIES-DEFAULT PIC 9(1) VALUES 3.
           01 WS-NEED-WINS PIC 9(1).
           01 WS-BOARD-CHOICE PIC 9(1) VALUES 3.
           01 WS-CLOCK-SECS PIC 9(3) VALUES 0.
               05 WS-SWAP-WINS PIC 9(3).
               05 WS-SWAP-LOSSES PIC 9(3).
               05 WS-SWAP-DRAWS PIC 9(3).
      *    every seed is checked against the eligibility master as
      *    the roster is taken - a refused player cannot be entered
           COPY ELIGPARM.
           COPY TUNEPARM.
       COPY TTTPARM.

       PROCEDURE DIVISION.
               DISPLAY "===================================="
               DISPLAY "TICTACTOE TOURNAMENT DRIVER"
               DISPLAY "===================================="
               MOVE "SERIES-LENGTH" TO TUNE-NAME
               MOVE 0 TO TUNE-AS-OF
               MOVE WS-SERIES-DEFAULT TO TUNE-DEFAULT
               CALL "TUNEGET" USING TUNE-PARMS
      *        a series needs an odd length to have a winner - TUNEGET
      *        holds the value to 1 through 5
               IF TUNE-VALUE = 1 OR TUNE-VALUE = 3 OR TUNE-VALUE = 5
                   MOVE TUNE-VALUE TO WS-SERIES-DEFAULT
               ELSE
                   DISPLAY "SERIES-LENGTH " TUNE-VALUE(7:1)
                       " IS NOT 1, 3 "
                       "OR 5 - SERIES DEFAULT STAYS AT "
                       WS-SERIES-DEFAULT
               END-IF
               GO TO ASK-ROSTER-SIZE.

           ASK-ROSTER-SIZE.
                   STRING "PLAYER" WS-ROSTER-IDX DELIMITED BY SIZE
                       INTO WS-ROSTER-ID(WS-ROSTER-IDX)
               END-IF
               MOVE WS-ROSTER-ID(WS-ROSTER-IDX) TO ELIG-PLAYER
               MOVE "TTTTOURN" TO ELIG-CALLER
               MOVE 0 TO ELIG-AS-OF
               CALL "ELIGCHK" USING ELIG-PARMS
      *        a refusal leaves the seed open and asks again; an
      *        unrated-only player is entered and told - each of
      *        their games stands unrated
               IF ELIG-VERDICT = "R"
                   DISPLAY WS-ROSTER-ID(WS-ROSTER-IDX)
                       " MAY NOT ENTER - " ELIG-HELD-REASON
               ELSE
                   IF ELIG-VERDICT = "U"
                       DISPLAY WS-ROSTER-ID(WS-ROSTER-IDX)
                           " PLAYS UNRATED ONLY - " ELIG-HELD-REASON
                   END-IF
                   MOVE 0 TO WS-ROSTER-SERIES-WON(WS-ROSTER-IDX)
                   MOVE 0 TO WS-ROSTER-GAME-WINS(WS-ROSTER-IDX)
                   MOVE 0 TO WS-ROSTER-GAME-LOSSES(WS-ROSTER-IDX)
                   MOVE 0 TO WS-ROSTER-GAME-DRAWS(WS-ROSTER-IDX)
                   ADD 1 TO WS-ROSTER-IDX
               END-IF.

           ASK-SERIES-LENGTH.
               DISPLAY "BEST OF HOW MANY GAMES PER SERIES? (1, 3 OR 5 "
                   "- BLANK FOR " WS-SERIES-DEFAULT ")"
               MOVE 0 TO WS-BEST-OF
               ACCEPT WS-BEST-OF
               IF WS-BEST-OF = 0
                   MOVE WS-SERIES-DEFAULT TO WS-BEST-OF
               END-IF
               IF WS-BEST-OF NOT = 1 AND WS-BEST-OF NOT = 3
                   AND WS-BEST-OF NOT = 5
                   DISPLAY "SERIES RUN BEST OF 1, 3 OR 5."
               MOVE WS-CLOCK-SECS TO TTT-PARM-CLOCK
      *        tournaments run the classic full-line rule
               MOVE WS-BOARD-CHOICE TO TTT-PARM-WINLEN
               MOVE "C" TO TTT-PARM-VARIANT
      *        the X side alternates each game so neither player
      *        keeps the first-move advantage for a whole series
               IF WS-SER-ODD = 1
                           ADD 1 TO WS-SER-WINS-A
                           PERFORM TALLY-GAME-A-WINS
                       END-IF
      *            a player restricted since the roster was taken
      *            is refused at the board - the series goes to the
      *            opponent without further play
                   WHEN "R"
                       PERFORM AWARD-REFUSED-SERIES
                   WHEN OTHER
                       ADD 1 TO WS-SER-DRAWS
                       PERFORM TALLY-GAME-DRAWS
               END-EVALUATE.

           AWARD-REFUSED-SERIES.
               MOVE WS-SER-A-ID TO ELIG-PLAYER
               MOVE "TTTTOURN" TO ELIG-CALLER
               MOVE 0 TO ELIG-AS-OF
               CALL "ELIGCHK" USING ELIG-PARMS
               IF ELIG-VERDICT = "R"
                   MOVE WS-NEED-WINS TO WS-SER-WINS-B
                   DISPLAY WS-SER-A-ID " MAY NOT PLAY - SERIES "
                       "AWARDED TO " WS-SER-B-ID
               ELSE
                   MOVE WS-NEED-WINS TO WS-SER-WINS-A
                   DISPLAY WS-SER-B-ID " MAY NOT PLAY - SERIES "
                       "AWARDED TO " WS-SER-A-ID
               END-IF.

           TALLY-GAME-A-WINS.
               MOVE WS-SER-A-ID TO WS-FIND-ID
               PERFORM FIND-ROSTER
