           01 WS-ARC-LINE PIC X(80).
           01 WS-IN-SEGMENT PIC 9(1) VALUES 0.
           01 WS-MATCHES PIC 9(6) VALUES 0.
      *    one bucket per board size (3-5) and mode (1-4), wins
      *    counted from player A's side of the pairing
           01 WS-H2H-TABLE.
               05 WS-H2H-DIM OCCURS 3 TIMES.
                   10 WS-H2H-MODE OCCURS 4 TIMES.
                       15 WS-H2H-A-WINS PIC 9(6).
                       15 WS-H2H-B-WINS PIC 9(6).
                       15 WS-H2H-DRAWS PIC 9(6).
      *    the same pairing broken out by rule variant - 1 classic,
      *    2 misere, 3 wild
           01 WS-H2H-VAR-TABLE.
               05 WS-H2H-VAR OCCURS 3 TIMES.
                   10 WS-VAR-A-WINS PIC 9(6).
                   10 WS-VAR-B-WINS PIC 9(6).
                   10 WS-VAR-DRAWS PIC 9(6).
           01 WS-VAR-IDX PIC 9(1).
           01 WS-TOT-A PIC 9(6) VALUES 0.
           01 WS-TOT-B PIC 9(6) VALUES 0.
           01 WS-TOT-D PIC 9(6) VALUES 0.
       PROCEDURE DIVISION.
           MAIN-LOGIC.
               INITIALIZE WS-H2H-TABLE
               INITIALIZE WS-H2H-VAR-TABLE
               ACCEPT WS-SITE-SCOPE FROM ENVIRONMENT "TTTSITE"
               DISPLAY "HEAD-TO-HEAD RECORD LOOKUP"
               DISPLAY "ENTER FIRST PLAYER ID (UP TO 8 CHARACTERS)"
               IF HIST-DIM < 3 OR HIST-DIM > 5
                   GO TO TALLY-MATCH-DONE
               END-IF
               IF HIST-MODE < 1 OR HIST-MODE > 4
                   GO TO TALLY-MATCH-DONE
               END-IF
               COMPUTE WS-DIM-IDX = HIST-DIM - 2
               MOVE HIST-MODE TO WS-MODE-IDX
               EVALUATE HIST-VARIANT
                   WHEN "M"
                       MOVE 2 TO WS-VAR-IDX
                   WHEN "W"
                       MOVE 3 TO WS-VAR-IDX
                   WHEN OTHER
                       MOVE 1 TO WS-VAR-IDX
               END-EVALUATE
               ADD 1 TO WS-MATCHES
               EVALUATE HIST-WINNER
                   WHEN "X"
                       IF HIST-X-ID = WS-PLAYER-A
                           ADD 1 TO WS-H2H-A-WINS(WS-DIM-IDX,
                               WS-MODE-IDX)
                           ADD 1 TO WS-VAR-A-WINS(WS-VAR-IDX)
                       ELSE
                           ADD 1 TO WS-H2H-B-WINS(WS-DIM-IDX,
                               WS-MODE-IDX)
                           ADD 1 TO WS-VAR-B-WINS(WS-VAR-IDX)
                       END-IF
                   WHEN "O"
                       IF HIST-O-ID = WS-PLAYER-A
                           ADD 1 TO WS-H2H-A-WINS(WS-DIM-IDX,
                               WS-MODE-IDX)
                           ADD 1 TO WS-VAR-A-WINS(WS-VAR-IDX)
                       ELSE
                           ADD 1 TO WS-H2H-B-WINS(WS-DIM-IDX,
                               WS-MODE-IDX)
                           ADD 1 TO WS-VAR-B-WINS(WS-VAR-IDX)
                       END-IF
                   WHEN "T"
                       ADD 1 TO WS-H2H-DRAWS(WS-DIM-IDX, WS-MODE-IDX)
                       ADD 1 TO WS-VAR-DRAWS(WS-VAR-IDX)
               END-EVALUATE.
           TALLY-MATCH-DONE.
               EXIT.
               DISPLAY "----------------------------------------------"
               DISPLAY "TOTAL             " WS-TOT-A " " WS-TOT-B
                   "  " WS-TOT-D
               DISPLAY "----------------------------------------------"
               DISPLAY "BY VARIANT"
               MOVE 1 TO WS-VAR-IDX
               PERFORM PRINT-VARIANT-LINE
                   UNTIL WS-VAR-IDX > 3
               DISPLAY "==============================================".

           PRINT-VARIANT-LINE.
               IF WS-VAR-A-WINS(WS-VAR-IDX) > 0
                   OR WS-VAR-B-WINS(WS-VAR-IDX) > 0
                   OR WS-VAR-DRAWS(WS-VAR-IDX) > 0
                   EVALUATE WS-VAR-IDX
                       WHEN 2
                           DISPLAY "      MISERE      "
                               WS-VAR-A-WINS(WS-VAR-IDX) "   "
                               WS-VAR-B-WINS(WS-VAR-IDX) "  "
                               WS-VAR-DRAWS(WS-VAR-IDX)
                       WHEN 3
                           DISPLAY "      WILD        "
                               WS-VAR-A-WINS(WS-VAR-IDX) "   "
                               WS-VAR-B-WINS(WS-VAR-IDX) "  "
                               WS-VAR-DRAWS(WS-VAR-IDX)
                       WHEN OTHER
                           DISPLAY "      CLASSIC     "
                               WS-VAR-A-WINS(WS-VAR-IDX) "   "
                               WS-VAR-B-WINS(WS-VAR-IDX) "  "
                               WS-VAR-DRAWS(WS-VAR-IDX)
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-VAR-IDX.

           PRINT-DIM-BLOCK.
               MOVE 1 TO WS-MODE-IDX
               PERFORM PRINT-MODE-LINE
                   UNTIL WS-MODE-IDX > 4
               ADD 1 TO WS-DIM-IDX.

           PRINT-MODE-LINE.
                               WS-H2H-B-WINS(WS-DIM-IDX, WS-MODE-IDX)
                               "  "
                               WS-H2H-DRAWS(WS-DIM-IDX, WS-MODE-IDX)
                       WHEN 4
                           DISPLAY WS-SHOW-DIM "X" WS-SHOW-DIM
                               "   CORRESPOND  "
                               WS-H2H-A-WINS(WS-DIM-IDX, WS-MODE-IDX)
                               "   "
                               WS-H2H-B-WINS(WS-DIM-IDX, WS-MODE-IDX)
                               "  "
                               WS-H2H-DRAWS(WS-DIM-IDX, WS-MODE-IDX)
                       WHEN OTHER
                           DISPLAY WS-SHOW-DIM "X" WS-SHOW-DIM
                               "   TWO PLAYER  "
