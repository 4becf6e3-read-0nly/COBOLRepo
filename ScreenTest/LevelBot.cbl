       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVELBOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVEL-FILE ASSIGN TO WS-LEVEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVEL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEVEL-FILE.
       01  LEVEL-FILE-REC PIC X(80).
       LOCAL-STORAGE SECTION.
           01 WS-LEVEL-FILENAME PIC X(20).
           01 WS-LEVEL-STATUS PIC X(2).
           01 WS-LEVEL-NUM PIC 9(2).
           01 WS-LEVEL-DIGIT PIC 9(1).
      *    runs per level and the turn limit per run, from SYSIN
           01 WS-PARM-ANSWER PIC X(80) VALUES SPACES.
           01 WS-PARSE-IDX PIC 9(2).
           01 WS-PARSE-DIGIT PIC 9(1).
           01 WS-RUNS PIC 9(4) VALUES 0.
           01 WS-TURN-LIMIT PIC 9(9) VALUES 0.
           01 WS-RUN PIC 9(2).
      *    one level's tally
           01 WS-WINS PIC 9(2).
           01 WS-CLEARS PIC 9(2).
           01 WS-SUM-TURNS PIC 9(11).
           01 WS-SUM-HEALTH PIC 9(5).
           01 WS-AVG-TURNS PIC 9(9).
           01 WS-AVG-HEALTH PIC 9(3).
           01 WS-WIN-RATE PIC 9(3).
           01 WS-BEST-GOLD PIC 9(3).
           01 WS-FILES-PLAYED PIC 9(2) VALUES 0.
           01 WS-FAILED-LEVELS PIC 9(2) VALUES 0.
           COPY BATCHRC.
       COPY DUNGPARM.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE "LEVELBOT" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
      *        runs per level, then the turn limit, on one SYSIN card -
      *        an empty or missing deck plays each level five times
      *        with two thousand turns to finish in
               ACCEPT WS-PARM-ANSWER
               MOVE 1 TO WS-PARSE-IDX
               PERFORM SKIP-BLANK
                   UNTIL WS-PARSE-IDX > 80
                   OR WS-PARM-ANSWER(WS-PARSE-IDX:1) NOT = SPACE
               PERFORM PARSE-RUNS-DIGIT
                   UNTIL WS-PARSE-IDX > 80
                   OR WS-PARM-ANSWER(WS-PARSE-IDX:1) < "0"
                   OR WS-PARM-ANSWER(WS-PARSE-IDX:1) > "9"
               PERFORM SKIP-BLANK
                   UNTIL WS-PARSE-IDX > 80
                   OR WS-PARM-ANSWER(WS-PARSE-IDX:1) NOT = SPACE
               PERFORM PARSE-LIMIT-DIGIT
                   UNTIL WS-PARSE-IDX > 80
                   OR WS-PARM-ANSWER(WS-PARSE-IDX:1) < "0"
                   OR WS-PARM-ANSWER(WS-PARSE-IDX:1) > "9"
               IF WS-RUNS = 0
                   MOVE 5 TO WS-RUNS
               END-IF
      *        the seeds run out past nine runs a level
               IF WS-RUNS > 9
                   MOVE 9 TO WS-RUNS
               END-IF
               IF WS-TURN-LIMIT = 0
                   MOVE 2000 TO WS-TURN-LIMIT
               END-IF
               DISPLAY "LEVELBOT - " WS-RUNS " AUTOPLAY RUNS PER "
                   "LEVEL, " WS-TURN-LIMIT " TURNS EACH"
               MOVE 1 TO WS-LEVEL-NUM
               PERFORM PLAY-ONE-LEVEL THRU PLAY-ONE-LEVEL-EXIT
                   UNTIL WS-LEVEL-NUM > 9
               DISPLAY "===================================="
               DISPLAY "LEVELBOT COMPLETE - LEVELS PLAYED: "
                   WS-FILES-PLAYED " NEVER CLEARED: " WS-FAILED-LEVELS
               DISPLAY "===================================="
               IF WS-FAILED-LEVELS > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO BOT-EXIT.

           SKIP-BLANK.
               ADD 1 TO WS-PARSE-IDX.

           PARSE-RUNS-DIGIT.
               MOVE WS-PARM-ANSWER(WS-PARSE-IDX:1) TO WS-PARSE-DIGIT
               IF WS-RUNS < 1000
                   COMPUTE WS-RUNS = (WS-RUNS * 10) + WS-PARSE-DIGIT
               END-IF
               ADD 1 TO WS-PARSE-IDX.

           PARSE-LIMIT-DIGIT.
               MOVE WS-PARM-ANSWER(WS-PARSE-IDX:1) TO WS-PARSE-DIGIT
               IF WS-TURN-LIMIT < 100000000
                   COMPUTE WS-TURN-LIMIT =
                       (WS-TURN-LIMIT * 10) + WS-PARSE-DIGIT
               END-IF
               ADD 1 TO WS-PARSE-IDX.

      *    every level file on disk is played the same fixed runs - the
      *    seed is the level and run number, so a night's result can be
      *    played again the next morning. a level counts as cleared
      *    when some run beats every monster with the placed treasure
      *    all picked up; LEVELCHK has already reported missing files
           PLAY-ONE-LEVEL.
               MOVE SPACES TO WS-LEVEL-FILENAME
               MOVE WS-LEVEL-NUM TO WS-LEVEL-DIGIT
               STRING "LEVEL" WS-LEVEL-DIGIT ".DAT"
                   DELIMITED BY SIZE INTO WS-LEVEL-FILENAME
               OPEN INPUT LEVEL-FILE
               IF WS-LEVEL-STATUS NOT = "00"
                   GO TO PLAY-ONE-LEVEL-NEXT
               END-IF
               CLOSE LEVEL-FILE
               ADD 1 TO WS-FILES-PLAYED
               MOVE 0 TO WS-WINS
               MOVE 0 TO WS-CLEARS
               MOVE 0 TO WS-SUM-TURNS
               MOVE 0 TO WS-SUM-HEALTH
               MOVE 999 TO WS-BEST-GOLD
               DISPLAY "------------------------------------"
               DISPLAY WS-LEVEL-FILENAME
               MOVE 1 TO WS-RUN
               PERFORM PLAY-ONE-RUN
                   UNTIL WS-RUN > WS-RUNS
               COMPUTE WS-WIN-RATE = (WS-WINS * 100) / WS-RUNS
               COMPUTE WS-AVG-TURNS = WS-SUM-TURNS / WS-RUNS
               COMPUTE WS-AVG-HEALTH = WS-SUM-HEALTH / WS-RUNS
               DISPLAY WS-LEVEL-FILENAME " WON " WS-WINS " OF "
                   WS-RUNS " (" WS-WIN-RATE "%) AVG TURNS "
                   WS-AVG-TURNS " AVG HEALTH LEFT " WS-AVG-HEALTH
               IF WS-CLEARS = 0
                   ADD 1 TO WS-FAILED-LEVELS
                   IF WS-WINS = 0
                       DISPLAY WS-LEVEL-FILENAME
                           " NEVER CLEARED - NO RUN BEAT THE ROOM"
                   ELSE
                       DISPLAY WS-LEVEL-FILENAME
                           " NEVER CLEARED - EVERY WIN LEFT TREASURE "
                           "BEHIND (" WS-BEST-GOLD " AT BEST)"
                   END-IF
               END-IF.
           PLAY-ONE-LEVEL-NEXT.
               ADD 1 TO WS-LEVEL-NUM.
           PLAY-ONE-LEVEL-EXIT.
               EXIT.

           PLAY-ONE-RUN.
               MOVE SPACES TO DUNG-PARMS
               MOVE "Y" TO DUNG-PARM-AUTOPLAY
               MOVE WS-LEVEL-FILENAME TO DUNG-PARM-LEVEL
               COMPUTE DUNG-PARM-SEED = WS-LEVEL-NUM * 1000
                   + WS-RUN * 97
               MOVE WS-TURN-LIMIT TO DUNG-PARM-TURN-LIMIT
               MOVE 0 TO DUNG-PARM-STOP-TURN
               MOVE 0 TO DUNG-PARM-TURNS
               MOVE 0 TO DUNG-PARM-HEALTH
               MOVE 0 TO DUNG-PARM-KILLS
               MOVE 0 TO DUNG-PARM-GOLD-LEFT
               CALL "GameboardDisplay" USING DUNG-PARMS
               DISPLAY "  RUN " WS-RUN " SEED " DUNG-PARM-SEED " "
                   DUNG-PARM-RESULT " TURNS " DUNG-PARM-TURNS
                   " HEALTH " DUNG-PARM-HEALTH " KILLS "
                   DUNG-PARM-KILLS " GOLD LEFT " DUNG-PARM-GOLD-LEFT
               ADD DUNG-PARM-TURNS TO WS-SUM-TURNS
               ADD DUNG-PARM-HEALTH TO WS-SUM-HEALTH
               IF DUNG-PARM-RESULT = "WIN "
                   ADD 1 TO WS-WINS
                   IF DUNG-PARM-GOLD-LEFT = 0
                       ADD 1 TO WS-CLEARS
                   END-IF
                   IF DUNG-PARM-GOLD-LEFT < WS-BEST-GOLD
                       MOVE DUNG-PARM-GOLD-LEFT TO WS-BEST-GOLD
                   END-IF
               END-IF
               ADD 1 TO WS-RUN.

           BOT-EXIT.
               MOVE "LEVELBOT" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM LEVELBOT.
