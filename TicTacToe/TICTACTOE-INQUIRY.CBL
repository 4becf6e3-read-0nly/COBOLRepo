               DISPLAY "BOARD SIZE (3, 4 OR 5, BLANK FOR ANY)"
               ACCEPT WS-FILT-DIM
               DISPLAY "MODE (1=TWO PLAYER 2=VS COMPUTER 3=AUTOPLAY, "
                   "4=CORRESPONDENCE, BLANK FOR ANY)"
               ACCEPT WS-FILT-MODE.

      *    one screen's worth of hits, positioned off the saved page
               EVALUATE HIST-MODE
                   WHEN 2
                       DISPLAY "MODE:      VS COMPUTER"
                   WHEN 4
                       DISPLAY "MODE:      CORRESPONDENCE"
                   WHEN OTHER
                       DISPLAY "MODE:      TWO PLAYER"
               END-EVALUATE
               IF HIST-WIN-LEN >= "3" AND HIST-WIN-LEN <= "9"
                   DISPLAY "RULE:      " HIST-WIN-LEN " IN A ROW"
               END-IF
               EVALUATE HIST-VARIANT
                   WHEN "M"
                       DISPLAY "VARIANT:   MISERE - A LINE LOSES"
                   WHEN "W"
                       DISPLAY "VARIANT:   WILD - EITHER MARK, "
                           "LAST MOVER WINS"
                   WHEN OTHER
                       DISPLAY "VARIANT:   CLASSIC"
               END-EVALUATE
               IF HIST-RESULT-TYPE = "F"
                   DISPLAY "RESULT:    TIME FORFEIT"
               END-IF
               DISPLAY "PLAYERS:   X:" HIST-X-ID " O:" HIST-O-ID
               IF HIST-FORECAST IS NUMERIC
                   DISPLAY "FORECAST:  X " HIST-FORECAST "% BEFORE THE "
                       "FIRST MOVE"
               END-IF
               MOVE HIST-BOARD TO GAMEBOARD
               IF HIST-DIM >= 3 AND HIST-DIM <= 5
                   MOVE HIST-DIM TO BOARD-DIM
