       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILYCHL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAL-FILE ASSIGN TO "DAILYCHAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAL-STATUS.
           SELECT LEVEL-FILE ASSIGN TO WS-LEVEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVEL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAL-FILE.
       01  CHAL-FILE-REC PIC X(80).
       FD  LEVEL-FILE.
       01  LEVEL-FILE-REC PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-CHAL-STATUS PIC X(2) VALUES "00".
           01 WS-LEVEL-STATUS PIC X(2) VALUES "00".
           01 WS-LEVEL-FILENAME PIC X(20) VALUES SPACES.
      *    one line when an attempt starts (result OPEN) and one when
      *    it ends; an attempt whose end line never came - a crash,
      *    a killed terminal - stands as did-not-finish
           01 WS-CHAL-LINE.
               05 WS-CL-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CL-TIME PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CL-OPER PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CL-RESULT PIC X(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CL-TURNS PIC 9(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CL-HEALTH PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CL-KILLS PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CL-LEVEL PIC X(20).
           01 WS-CHAL-DATE PIC 9(8) VALUES 0.
           01 WS-TODAY PIC 9(8) VALUES 0.
           01 WS-CLOCK PIC 9(8) VALUES 0.
           01 WS-DAY-NUMBER PIC 9(9) VALUES 0.
           01 WS-SEED-WORK PIC 9(12) VALUES 0.
           01 WS-QUOTIENT PIC 9(12) VALUES 0.
           01 WS-REMAINDER PIC 9(4) VALUES 0.
           01 WS-LEVEL-COUNT PIC 9(1) VALUES 0.
           01 WS-LEVEL-NUM PIC 9(2) VALUES 0.
           01 WS-LEVEL-DIGIT PIC 9(1) VALUES 0.
           01 WS-LEVEL-DONE PIC 9(1) VALUES 0.
      *    every attempt is ranked on one number: wins first and the
      *    fewest turns among them, then the most monsters defeated,
      *    the longest survived and the most health left; an
      *    unfinished attempt ranks under every finished one
           01 WS-RANK-KEY.
               05 WS-RK-CLASS PIC 9(1).
               05 WS-RK-KILLS PIC 9(3).
               05 WS-RK-TURNS PIC 9(9).
               05 WS-RK-HEALTH PIC 9(3).
           01 WS-RANK-NUM REDEFINES WS-RANK-KEY PIC 9(16).
      *    the date's attempts, one entry per operator
           01 WS-DAY-COUNT PIC 9(3) VALUES 0.
           01 WS-DAY-OVER PIC 9(1) VALUES 0.
           01 WS-DAY-TABLE.
               05 WS-DAY-ENTRY OCCURS 200 TIMES.
                   10 WS-DE-KEY PIC 9(16).
                   10 WS-DE-OPER PIC X(20).
                   10 WS-DE-RESULT PIC X(4).
                   10 WS-DE-TURNS PIC 9(9).
                   10 WS-DE-HEALTH PIC 9(3).
                   10 WS-DE-KILLS PIC 9(3).
           01 WS-SWAP-ENTRY PIC X(55).
           01 WS-IDX PIC 9(4).
           01 WS-IDX2 PIC 9(4).
           01 WS-HIT PIC 9(4).
      *    all-time views - the ten best single attempts, and the
      *    days won per operator from each closed day's best attempt
           01 WS-BEST-COUNT PIC 9(2) VALUES 0.
           01 WS-BEST-TABLE.
               05 WS-BEST-ENTRY OCCURS 11 TIMES.
                   10 WS-BE-KEY PIC 9(16).
                   10 WS-BE-DATE PIC 9(8).
                   10 WS-BE-OPER PIC X(20).
                   10 WS-BE-RESULT PIC X(4).
                   10 WS-BE-TURNS PIC 9(9).
                   10 WS-BE-HEALTH PIC 9(3).
                   10 WS-BE-KILLS PIC 9(3).
           01 WS-SWAP-BEST PIC X(63).
           01 WS-DATE-COUNT PIC 9(4) VALUES 0.
           01 WS-DATE-OVER PIC 9(1) VALUES 0.
           01 WS-DATE-TABLE.
               05 WS-DATE-ENTRY OCCURS 1000 TIMES.
                   10 WS-DT-DATE PIC 9(8).
                   10 WS-DT-KEY PIC 9(16).
                   10 WS-DT-OPER PIC X(20).
           01 WS-WINS-COUNT PIC 9(3) VALUES 0.
           01 WS-WINS-TABLE.
               05 WS-WINS-ENTRY OCCURS 200 TIMES.
                   10 WS-WN-DAYS PIC 9(4).
                   10 WS-WN-OPER PIC X(20).
           01 WS-SWAP-WINS PIC X(24).
           01 WS-RANK-OUT PIC Z9.
           01 WS-TURNS-OUT PIC Z(8)9.
           01 WS-SHOW-RESULT PIC X(4).
           01 WS-LINE-OUT PIC X(80).
           COPY FILELOCK.
       LINKAGE SECTION.
       COPY DCHLPARM.

       PROCEDURE DIVISION USING DCHL-PARMS.
           MAIN-LOGIC.
               MOVE SPACE TO DCHL-REPLY
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               IF DCHL-DATE IS NUMERIC AND DCHL-DATE > 0
                   MOVE DCHL-DATE TO WS-CHAL-DATE
               ELSE
                   MOVE WS-TODAY TO WS-CHAL-DATE
               END-IF
               MOVE WS-CHAL-DATE TO DCHL-DATE
               EVALUATE DCHL-ACTION
                   WHEN "S"
                       PERFORM START-ATTEMPT THRU START-ATTEMPT-EXIT
                   WHEN "F"
                       PERFORM FINISH-ATTEMPT THRU FINISH-ATTEMPT-EXIT
                   WHEN "D"
                       PERFORM SHOW-DAY THRU SHOW-DAY-EXIT
                   WHEN "A"
                       PERFORM SHOW-ALL-TIME THRU SHOW-ALL-TIME-EXIT
                   WHEN "W"
                       PERFORM FIND-WINNER THRU FIND-WINNER-EXIT
               END-EVALUATE
               GO TO CHAL-EXIT.

      *    the day's seed and level follow from the date alone, so
      *    every operator who plays on that date meets the same room
      *    and the same spawns. the level cycles through the
      *    campaign files on hand, LEVEL1 upward until one is missing
           DAY-SETUP.
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-CHAL-DATE)
               COMPUTE WS-SEED-WORK = WS-DAY-NUMBER * 7919
               DIVIDE WS-SEED-WORK BY 9973 GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               COMPUTE DCHL-SEED = WS-REMAINDER + 1
               MOVE 0 TO WS-LEVEL-COUNT
               MOVE 0 TO WS-LEVEL-DONE
               MOVE 1 TO WS-LEVEL-NUM
               PERFORM PROBE-LEVEL
                   UNTIL WS-LEVEL-DONE = 1 OR WS-LEVEL-NUM > 9
               IF WS-LEVEL-COUNT = 0
                   MOVE 1 TO WS-LEVEL-COUNT
               END-IF
               DIVIDE WS-DAY-NUMBER BY WS-LEVEL-COUNT
                   GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
               COMPUTE WS-LEVEL-DIGIT = WS-REMAINDER + 1
               MOVE SPACES TO DCHL-LEVEL
               STRING "LEVEL" WS-LEVEL-DIGIT ".DAT"
                   DELIMITED BY SIZE INTO DCHL-LEVEL.

           PROBE-LEVEL.
               MOVE WS-LEVEL-NUM TO WS-LEVEL-DIGIT
               MOVE SPACES TO WS-LEVEL-FILENAME
               STRING "LEVEL" WS-LEVEL-DIGIT ".DAT"
                   DELIMITED BY SIZE INTO WS-LEVEL-FILENAME
               OPEN INPUT LEVEL-FILE
               IF WS-LEVEL-STATUS = "00"
                   CLOSE LEVEL-FILE
                   ADD 1 TO WS-LEVEL-COUNT
                   ADD 1 TO WS-LEVEL-NUM
               ELSE
                   MOVE 1 TO WS-LEVEL-DONE
               END-IF.

      *    the attempt is claimed before the first move - a player who
      *    walks away from a bad start has still used the day's try
           START-ATTEMPT.
               PERFORM DAY-SETUP
               MOVE DCHL-OPER(1:8) TO FLOCK-OWNER
               MOVE "DAILYCHAL" TO FLOCK-FILE
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY NOT = "G"
                   MOVE "B" TO DCHL-REPLY
                   GO TO START-ATTEMPT-EXIT
               END-IF
               PERFORM LOAD-DAY THRU LOAD-DAY-EXIT
               PERFORM FIND-OPER
               IF WS-HIT > 0
                   MOVE "P" TO DCHL-REPLY
               ELSE
                   MOVE "OPEN" TO WS-CL-RESULT
                   MOVE 0 TO WS-CL-TURNS
                   MOVE 0 TO WS-CL-HEALTH
                   MOVE 0 TO WS-CL-KILLS
                   PERFORM APPEND-LINE THRU APPEND-LINE-EXIT
               END-IF
               MOVE "R" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS.
           START-ATTEMPT-EXIT.
               EXIT.

           FINISH-ATTEMPT.
               PERFORM DAY-SETUP
               MOVE DCHL-OPER(1:8) TO FLOCK-OWNER
               MOVE "DAILYCHAL" TO FLOCK-FILE
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY NOT = "G"
                   MOVE "B" TO DCHL-REPLY
                   DISPLAY "DAILYCHAL IN USE BY " FLOCK-HOLDER
                       " - CHALLENGE RESULT NOT POSTED"
                   GO TO FINISH-ATTEMPT-EXIT
               END-IF
               MOVE DCHL-RESULT TO WS-CL-RESULT
               MOVE DCHL-TURNS TO WS-CL-TURNS
               MOVE DCHL-HEALTH TO WS-CL-HEALTH
               MOVE DCHL-KILLS TO WS-CL-KILLS
               PERFORM APPEND-LINE THRU APPEND-LINE-EXIT
               MOVE "R" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS.
           FINISH-ATTEMPT-EXIT.
               EXIT.

           APPEND-LINE.
               MOVE WS-CHAL-DATE TO WS-CL-DATE
               ACCEPT WS-CLOCK FROM TIME
               MOVE WS-CLOCK(1:6) TO WS-CL-TIME
               MOVE DCHL-OPER TO WS-CL-OPER
               MOVE DCHL-LEVEL TO WS-CL-LEVEL
               OPEN EXTEND CHAL-FILE
               IF WS-CHAL-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT CHAL-FILE
               END-IF
               IF WS-CHAL-STATUS NOT = "00"
                   MOVE "B" TO DCHL-REPLY
                   GO TO APPEND-LINE-EXIT
               END-IF
               MOVE WS-CHAL-LINE TO CHAL-FILE-REC
               WRITE CHAL-FILE-REC
               CLOSE CHAL-FILE
               MOVE "G" TO DCHL-REPLY.
           APPEND-LINE-EXIT.
               EXIT.

      *    the date's attempts, the end line of each replacing its
      *    start line
           LOAD-DAY.
               MOVE 0 TO WS-DAY-COUNT
               MOVE 0 TO WS-DAY-OVER
               OPEN INPUT CHAL-FILE
               IF WS-CHAL-STATUS NOT = "00"
                   GO TO LOAD-DAY-EXIT
               END-IF.
           LOAD-DAY-LOOP.
               READ CHAL-FILE INTO WS-CHAL-LINE
                   AT END
                       CLOSE CHAL-FILE
                       GO TO LOAD-DAY-EXIT
               END-READ
               IF WS-CL-DATE IS NOT NUMERIC
                   OR WS-CL-DATE NOT = WS-CHAL-DATE
                   GO TO LOAD-DAY-LOOP
               END-IF
               MOVE 0 TO WS-HIT
               MOVE 1 TO WS-IDX
               PERFORM FIND-LINE-OPER
                   UNTIL WS-IDX > WS-DAY-COUNT OR WS-HIT > 0
               IF WS-HIT = 0
                   IF WS-DAY-COUNT >= 200
                       MOVE 1 TO WS-DAY-OVER
                       GO TO LOAD-DAY-LOOP
                   END-IF
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-HIT
                   MOVE WS-CL-OPER TO WS-DE-OPER(WS-HIT)
               ELSE
                   IF WS-CL-RESULT = "OPEN"
                       GO TO LOAD-DAY-LOOP
                   END-IF
               END-IF
               MOVE WS-CL-RESULT TO WS-DE-RESULT(WS-HIT)
               MOVE WS-CL-TURNS TO WS-DE-TURNS(WS-HIT)
               MOVE WS-CL-HEALTH TO WS-DE-HEALTH(WS-HIT)
               MOVE WS-CL-KILLS TO WS-DE-KILLS(WS-HIT)
               PERFORM SCORE-LINE THRU SCORE-LINE-EXIT
               MOVE WS-RANK-NUM TO WS-DE-KEY(WS-HIT)
               GO TO LOAD-DAY-LOOP.
           LOAD-DAY-EXIT.
               EXIT.

           FIND-LINE-OPER.
               IF WS-DE-OPER(WS-IDX) = WS-CL-OPER
                   MOVE WS-IDX TO WS-HIT
               END-IF
               ADD 1 TO WS-IDX.

           FIND-OPER.
               MOVE 0 TO WS-HIT
               MOVE 1 TO WS-IDX
               PERFORM FIND-OPER-SCAN
                   UNTIL WS-IDX > WS-DAY-COUNT OR WS-HIT > 0.

           FIND-OPER-SCAN.
               IF WS-DE-OPER(WS-IDX) = DCHL-OPER
                   MOVE WS-IDX TO WS-HIT
               END-IF
               ADD 1 TO WS-IDX.

           SCORE-LINE.
               MOVE 0 TO WS-RANK-NUM
               EVALUATE WS-CL-RESULT
                   WHEN "OPEN"
                       MOVE 0 TO WS-RK-CLASS
                   WHEN "WIN "
                       MOVE 2 TO WS-RK-CLASS
                   WHEN OTHER
                       MOVE 1 TO WS-RK-CLASS
               END-EVALUATE
               IF WS-RK-CLASS = 0
                   GO TO SCORE-LINE-EXIT
               END-IF
               MOVE WS-CL-KILLS TO WS-RK-KILLS
               IF WS-RK-CLASS = 2
                   COMPUTE WS-RK-TURNS = 999999999 - WS-CL-TURNS
               ELSE
                   MOVE WS-CL-TURNS TO WS-RK-TURNS
               END-IF
               MOVE WS-CL-HEALTH TO WS-RK-HEALTH.
           SCORE-LINE-EXIT.
               EXIT.

           SORT-DAY.
               MOVE 1 TO WS-IDX
               PERFORM SORT-DAY-PASS
                   UNTIL WS-IDX >= WS-DAY-COUNT.

           SORT-DAY-PASS.
               COMPUTE WS-IDX2 = WS-IDX + 1
               PERFORM SORT-DAY-SWAP
                   UNTIL WS-IDX2 > WS-DAY-COUNT
               ADD 1 TO WS-IDX.

           SORT-DAY-SWAP.
               IF WS-DE-KEY(WS-IDX2) > WS-DE-KEY(WS-IDX)
                   MOVE WS-DAY-ENTRY(WS-IDX) TO WS-SWAP-ENTRY
                   MOVE WS-DAY-ENTRY(WS-IDX2) TO WS-DAY-ENTRY(WS-IDX)
                   MOVE WS-SWAP-ENTRY TO WS-DAY-ENTRY(WS-IDX2)
               END-IF
               ADD 1 TO WS-IDX2.

           SHOW-DAY.
               PERFORM DAY-SETUP
               PERFORM LOAD-DAY THRU LOAD-DAY-EXIT
               PERFORM SORT-DAY
               DISPLAY "===================================="
               DISPLAY "DAILY CHALLENGE " WS-CHAL-DATE " - "
                   DCHL-LEVEL
               IF WS-DAY-COUNT = 0
                   DISPLAY "NO ATTEMPTS YET"
                   GO TO SHOW-DAY-EXIT
               END-IF
               DISPLAY "RK OPERATOR             RSLT     TURNS HP  KO"
               MOVE 1 TO WS-IDX
               PERFORM SHOW-DAY-LINE
                   UNTIL WS-IDX > WS-DAY-COUNT
               IF WS-DAY-OVER = 1
                   DISPLAY "MORE THAN 200 ATTEMPTS - THE REST ARE "
                       "NOT SHOWN"
               END-IF.
           SHOW-DAY-EXIT.
               EXIT.

           SHOW-DAY-LINE.
               MOVE WS-IDX TO WS-RANK-OUT
               MOVE WS-DE-TURNS(WS-IDX) TO WS-TURNS-OUT
               MOVE WS-DE-RESULT(WS-IDX) TO WS-SHOW-RESULT
               IF WS-SHOW-RESULT = "OPEN"
                   MOVE "DNF " TO WS-SHOW-RESULT
               END-IF
               DISPLAY WS-RANK-OUT " " WS-DE-OPER(WS-IDX) " "
                   WS-SHOW-RESULT " " WS-TURNS-OUT " "
                   WS-DE-HEALTH(WS-IDX) " " WS-DE-KILLS(WS-IDX)
               ADD 1 TO WS-IDX.

           FIND-WINNER.
               PERFORM DAY-SETUP
               PERFORM LOAD-DAY THRU LOAD-DAY-EXIT
               PERFORM SORT-DAY
               MOVE WS-DAY-COUNT TO DCHL-ENTRANTS
               MOVE "N" TO DCHL-REPLY
               IF WS-DAY-COUNT = 0
                   GO TO FIND-WINNER-EXIT
               END-IF
               IF WS-DE-RESULT(1) = "OPEN"
                   GO TO FIND-WINNER-EXIT
               END-IF
               MOVE "G" TO DCHL-REPLY
               MOVE WS-DE-OPER(1) TO DCHL-WINNER
               MOVE WS-DE-RESULT(1) TO DCHL-RESULT
               MOVE WS-DE-TURNS(1) TO DCHL-TURNS
               MOVE WS-DE-HEALTH(1) TO DCHL-HEALTH
               MOVE WS-DE-KILLS(1) TO DCHL-KILLS.
           FIND-WINNER-EXIT.
               EXIT.

      *    one pass over the whole file - finished attempts feed the
      *    best-ten table and their day's best; today is still open
      *    and counts toward no one's days won
           SHOW-ALL-TIME.
               MOVE 0 TO WS-BEST-COUNT
               MOVE 0 TO WS-DATE-COUNT
               MOVE 0 TO WS-DATE-OVER
               OPEN INPUT CHAL-FILE
               IF WS-CHAL-STATUS NOT = "00"
                   DISPLAY "===================================="
                   DISPLAY "NO DAILY CHALLENGES PLAYED YET"
                   GO TO SHOW-ALL-TIME-EXIT
               END-IF.
           SHOW-ALL-TIME-LOOP.
               READ CHAL-FILE INTO WS-CHAL-LINE
                   AT END
                       CLOSE CHAL-FILE
                       GO TO SHOW-ALL-TIME-PRINT
               END-READ
               IF WS-CL-DATE IS NOT NUMERIC OR WS-CL-RESULT = "OPEN"
                   GO TO SHOW-ALL-TIME-LOOP
               END-IF
               PERFORM SCORE-LINE THRU SCORE-LINE-EXIT
               PERFORM ADD-BEST THRU ADD-BEST-EXIT
               IF WS-CL-DATE < WS-TODAY
                   PERFORM ADD-DATE-BEST THRU ADD-DATE-BEST-EXIT
               END-IF
               GO TO SHOW-ALL-TIME-LOOP.
           SHOW-ALL-TIME-PRINT.
               DISPLAY "===================================="
               DISPLAY "DAILY CHALLENGE - BEST ATTEMPTS OF ALL TIME"
               DISPLAY "RK OPERATOR             DATE     RSLT     "
                   "TURNS HP  KO"
               MOVE 1 TO WS-IDX
               PERFORM SHOW-BEST-LINE
                   UNTIL WS-IDX > WS-BEST-COUNT
               PERFORM COUNT-DAYS-WON
               DISPLAY "DAILY CHALLENGE - MOST DAYS WON"
               IF WS-WINS-COUNT = 0
                   DISPLAY "NO CLOSED CHALLENGE DAYS YET"
               END-IF
               MOVE 1 TO WS-IDX
               PERFORM SHOW-WINS-LINE
                   UNTIL WS-IDX > WS-WINS-COUNT OR WS-IDX > 10
               IF WS-DATE-OVER = 1
                   DISPLAY "MORE THAN 1000 CHALLENGE DAYS ON FILE - "
                       "DAYS WON COUNTS THE FIRST 1000"
               END-IF.
           SHOW-ALL-TIME-EXIT.
               EXIT.

      *    the best-ten table keeps one spare slot - a new attempt
      *    goes in at the bottom and bubbles up to its place
           ADD-BEST.
               IF WS-BEST-COUNT < 11
                   ADD 1 TO WS-BEST-COUNT
               END-IF
               IF WS-BEST-COUNT = 11
                   AND WS-RANK-NUM NOT > WS-BE-KEY(10)
                   MOVE 10 TO WS-BEST-COUNT
                   GO TO ADD-BEST-EXIT
               END-IF
               MOVE WS-RANK-NUM TO WS-BE-KEY(WS-BEST-COUNT)
               MOVE WS-CL-DATE TO WS-BE-DATE(WS-BEST-COUNT)
               MOVE WS-CL-OPER TO WS-BE-OPER(WS-BEST-COUNT)
               MOVE WS-CL-RESULT TO WS-BE-RESULT(WS-BEST-COUNT)
               MOVE WS-CL-TURNS TO WS-BE-TURNS(WS-BEST-COUNT)
               MOVE WS-CL-HEALTH TO WS-BE-HEALTH(WS-BEST-COUNT)
               MOVE WS-CL-KILLS TO WS-BE-KILLS(WS-BEST-COUNT)
               MOVE WS-BEST-COUNT TO WS-IDX
               PERFORM BUBBLE-BEST
                   UNTIL WS-IDX < 2
               IF WS-BEST-COUNT > 10
                   MOVE 10 TO WS-BEST-COUNT
               END-IF.
           ADD-BEST-EXIT.
               EXIT.

           BUBBLE-BEST.
               COMPUTE WS-IDX2 = WS-IDX - 1
               IF WS-BE-KEY(WS-IDX) > WS-BE-KEY(WS-IDX2)
                   MOVE WS-BEST-ENTRY(WS-IDX) TO WS-SWAP-BEST
                   MOVE WS-BEST-ENTRY(WS-IDX2) TO WS-BEST-ENTRY(WS-IDX)
                   MOVE WS-SWAP-BEST TO WS-BEST-ENTRY(WS-IDX2)
                   SUBTRACT 1 FROM WS-IDX
               ELSE
                   MOVE 0 TO WS-IDX
               END-IF.

           ADD-DATE-BEST.
               MOVE 0 TO WS-HIT
               MOVE 1 TO WS-IDX
               PERFORM FIND-DATE-SCAN
                   UNTIL WS-IDX > WS-DATE-COUNT OR WS-HIT > 0
               IF WS-HIT = 0
                   IF WS-DATE-COUNT >= 1000
                       MOVE 1 TO WS-DATE-OVER
                       GO TO ADD-DATE-BEST-EXIT
                   END-IF
                   ADD 1 TO WS-DATE-COUNT
                   MOVE WS-DATE-COUNT TO WS-HIT
                   MOVE WS-CL-DATE TO WS-DT-DATE(WS-HIT)
                   MOVE 0 TO WS-DT-KEY(WS-HIT)
               END-IF
               IF WS-RANK-NUM > WS-DT-KEY(WS-HIT)
                   MOVE WS-RANK-NUM TO WS-DT-KEY(WS-HIT)
                   MOVE WS-CL-OPER TO WS-DT-OPER(WS-HIT)
               END-IF.
           ADD-DATE-BEST-EXIT.
               EXIT.

           FIND-DATE-SCAN.
               IF WS-DT-DATE(WS-IDX) = WS-CL-DATE
                   MOVE WS-IDX TO WS-HIT
               END-IF
               ADD 1 TO WS-IDX.

           COUNT-DAYS-WON.
               MOVE 0 TO WS-WINS-COUNT
               MOVE 1 TO WS-IDX
               PERFORM COUNT-ONE-DAY
                   UNTIL WS-IDX > WS-DATE-COUNT
               MOVE 1 TO WS-IDX
               PERFORM SORT-WINS-PASS
                   UNTIL WS-IDX >= WS-WINS-COUNT.

           COUNT-ONE-DAY.
               MOVE 0 TO WS-HIT
               MOVE 1 TO WS-IDX2
               PERFORM FIND-WINS-SCAN
                   UNTIL WS-IDX2 > WS-WINS-COUNT OR WS-HIT > 0
               IF WS-HIT = 0 AND WS-WINS-COUNT < 200
                   ADD 1 TO WS-WINS-COUNT
                   MOVE WS-WINS-COUNT TO WS-HIT
                   MOVE WS-DT-OPER(WS-IDX) TO WS-WN-OPER(WS-HIT)
                   MOVE 0 TO WS-WN-DAYS(WS-HIT)
               END-IF
               IF WS-HIT > 0
                   ADD 1 TO WS-WN-DAYS(WS-HIT)
               END-IF
               ADD 1 TO WS-IDX.

           FIND-WINS-SCAN.
               IF WS-WN-OPER(WS-IDX2) = WS-DT-OPER(WS-IDX)
                   MOVE WS-IDX2 TO WS-HIT
               END-IF
               ADD 1 TO WS-IDX2.

           SORT-WINS-PASS.
               COMPUTE WS-IDX2 = WS-IDX + 1
               PERFORM SORT-WINS-SWAP
                   UNTIL WS-IDX2 > WS-WINS-COUNT
               ADD 1 TO WS-IDX.

           SORT-WINS-SWAP.
               IF WS-WN-DAYS(WS-IDX2) > WS-WN-DAYS(WS-IDX)
                   MOVE WS-WINS-ENTRY(WS-IDX) TO WS-SWAP-WINS
                   MOVE WS-WINS-ENTRY(WS-IDX2) TO WS-WINS-ENTRY(WS-IDX)
                   MOVE WS-SWAP-WINS TO WS-WINS-ENTRY(WS-IDX2)
               END-IF
               ADD 1 TO WS-IDX2.

           SHOW-BEST-LINE.
               MOVE WS-IDX TO WS-RANK-OUT
               MOVE WS-BE-TURNS(WS-IDX) TO WS-TURNS-OUT
               DISPLAY WS-RANK-OUT " " WS-BE-OPER(WS-IDX) " "
                   WS-BE-DATE(WS-IDX) " " WS-BE-RESULT(WS-IDX) " "
                   WS-TURNS-OUT " " WS-BE-HEALTH(WS-IDX) " "
                   WS-BE-KILLS(WS-IDX)
               ADD 1 TO WS-IDX.

           SHOW-WINS-LINE.
               MOVE WS-IDX TO WS-RANK-OUT
               DISPLAY WS-RANK-OUT " " WS-WN-OPER(WS-IDX) " "
                   WS-WN-DAYS(WS-IDX) " DAYS"
               ADD 1 TO WS-IDX.

           CHAL-EXIT.
           GOBACK.
       END PROGRAM DAILYCHL.
