           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT MOVE-LOG ASSIGN TO "MOVELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           01 WS-PARM-WORK PIC X(30) VALUES SPACES.
           01 WS-ERRORS PIC 9(4) VALUES 0.
           01 WS-WARNINGS PIC 9(4) VALUES 0.
      *    the step's code is held here until the end - every CALL
      *    to FILELOCK on the way out leaves its own return code
           01 WS-CHK-RC PIC 9(4) VALUES 0.
           01 WS-REC-COUNT PIC 9(6) VALUES 0.
           01 WS-PREV-KEY PIC X(12) VALUES LOW-VALUES.
           01 WS-PREV-RKEY PIC X(9) VALUES LOW-VALUES.
      *    tally cross-check - the ratings tallies against the game
      *    counts across master plus completed archive segments
           01 WS-GAME-DECIDED PIC 9(6) VALUES 0.
           01 WS-REBUILT PIC 9(6) VALUES 0.
           01 WS-ALREADY PIC 9(6) VALUES 0.
      *    ELO replay for the RATINGS rebuild - the same arithmetic
      *    UpdateRatings runs at end of game, under the K factor and
      *    gap cap that were in force on the day each game was played
           01 WS-ELO-K PIC 9(2) VALUES 32.
           01 WS-ELO-CAP PIC 9(4) VALUES 800.
           01 WS-ELO-K-BUILT-IN PIC 9(2) VALUES 32.
           01 WS-ELO-CAP-BUILT-IN PIC 9(4) VALUES 800.
           01 WS-TUNED-DAY PIC 9(8) VALUES 0.
           01 WS-RATE-X PIC 9(4) VALUES 1000.
           01 WS-RATE-O PIC 9(4) VALUES 1000.
           01 WS-RATE-DIFF PIC S9(4) VALUES 0.
           01 WS-SCORE-X PIC 9(1)V9(1) VALUES 0.
           01 WS-SCORE-O PIC 9(1)V9(1) VALUES 0.
           01 WS-NEW-RATE PIC S9(5)V9(2) VALUES 0.
      *    one entry per player per rating pool - the board size
      *    the games were played on
           01 WS-PLAYER-MAX PIC 9(3) VALUES 999.
           01 WS-PLAYER-COUNT PIC 9(3) VALUES 0.
           01 WS-PLAYER-OVER PIC 9(1) VALUES 0.
           01 WS-PLAYER-TABLE.
               05 WS-PL-ENTRY OCCURS 999 TIMES.
                   10 WS-PL-ID PIC X(8).
                   10 WS-PL-POOL PIC 9(1).
                   10 WS-PL-RATING PIC 9(4).
                   10 WS-PL-WINS PIC 9(6).
                   10 WS-PL-LOSSES PIC 9(6).
                   10 WS-PL-DRAWS PIC 9(6).
                   10 WS-PL-STREAK PIC 9(3).
           01 WS-PL-IDX PIC 9(4).
           01 WS-PL-X PIC 9(3).
           01 WS-PL-O PIC 9(3).
           01 WS-FIND-ID PIC X(8).
           01 WS-FIND-POOL PIC 9(1).
           01 WS-FIND-HIT PIC 9(3).
      *    the win streak belongs to the player across pools - each
      *    change is copied to every entry the player holds
           01 WS-SPREAD-ID PIC X(8).
           01 WS-SPREAD-STREAK PIC 9(3).
           COPY FILEERR.
           COPY BATCHRC.
           COPY FILELOCK.
           COPY CTLTOTAL.
           COPY TUNEPARM.
       LINKAGE SECTION.
       01  PARM-REC.
           05 PARM-LEN PIC S9(4) COMP.

       PROCEDURE DIVISION USING PARM-REC.
           MAIN-LOGIC.
               MOVE "HISTCHK" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               MOVE 0 TO WS-CHK-RC
               MOVE "VERIFY" TO WS-VERB
               IF ADDRESS OF PARM-REC NOT = NULL
                   IF PARM-LEN > 0 AND PARM-LEN <= 30
                           WHEN OTHER
                               DISPLAY "HISTCHK: REBUILD NEEDS "
                                   "MATCHHIST OR RATINGS"
                               MOVE 16 TO WS-CHK-RC
                       END-EVALUATE
                   WHEN OTHER
                       DISPLAY "HISTCHK: PARM IS 'VERIFY' OR "
                           "'REBUILD MATCHHIST' OR 'REBUILD RATINGS'"
                       MOVE 16 TO WS-CHK-RC
               END-EVALUATE
               GO TO CHK-EXIT.

               DISPLAY "HISTCHK VERIFY COMPLETE - ERRORS: "
                   WS-ERRORS " WARNINGS: " WS-WARNINGS
               IF WS-ERRORS > 0
                   MOVE 8 TO WS-CHK-RC
               END-IF.

           VERIFY-MATCHHIST.
                       " OUTSIDE 3-5"
                   ADD 1 TO WS-ERRORS
               END-IF
               IF HIST-MODE < 1 OR HIST-MODE > 4
                   DISPLAY "  " HIST-MATCH-ID ": MODE " HIST-MODE
                       " OUTSIDE 1-4"
                   ADD 1 TO WS-ERRORS
               END-IF
      *        records written before variants were kept leave the
      *        byte blank - classic
               IF HIST-VARIANT NOT = SPACE AND HIST-VARIANT NOT = "C"
                   AND HIST-VARIANT NOT = "M" AND HIST-VARIANT NOT = "W"
                   DISPLAY "  " HIST-MATCH-ID ": VARIANT '"
                       HIST-VARIANT "' IS NOT C, M OR W"
                   ADD 1 TO WS-ERRORS
               END-IF
      *        the forecast is a percentage, blank on records from
      *        before forecasts were kept
               IF HIST-FORECAST NOT = SPACES
                   IF HIST-FORECAST IS NOT NUMERIC
                       OR HIST-FORECAST > "100"
                       DISPLAY "  " HIST-MATCH-ID ": FORECAST '"
                           HIST-FORECAST "' IS NOT 000-100"
                       ADD 1 TO WS-ERRORS
                   END-IF
               END-IF
               IF HIST-X-ID = SPACES OR HIST-O-ID = SPACES
                   DISPLAY "  " HIST-MATCH-ID ": BLANK PLAYER ID"
                   ADD 1 TO WS-ERRORS
                   GO TO VERIFY-RATINGS-EXIT
               END-IF
               ADD 1 TO WS-REC-COUNT
               IF RATE-KEY = WS-PREV-RKEY
                   DISPLAY "  DUPLICATE CARD " RATE-PLAYER-ID
                       " POOL " RATE-POOL
                   ADD 1 TO WS-ERRORS
               END-IF
               IF RATE-KEY < WS-PREV-RKEY
                   DISPLAY "  KEY OUT OF ORDER AT " RATE-PLAYER-ID
                       " POOL " RATE-POOL
                   ADD 1 TO WS-ERRORS
               END-IF
               MOVE RATE-KEY TO WS-PREV-RKEY
               IF RATE-POOL IS NOT NUMERIC
                   OR RATE-POOL < 3 OR RATE-POOL > 5
                   DISPLAY "  " RATE-PLAYER-ID ": POOL '" RATE-POOL
                       "' IS NOT A BOARD SIZE 3-5"
                   ADD 1 TO WS-ERRORS
               END-IF
               IF RATE-RATING IS NOT NUMERIC
                   DISPLAY "  " RATE-PLAYER-ID ": RATING NOT NUMERIC"
                   ADD 1 TO WS-ERRORS
               IF FLOCK-REPLY NOT = "G"
                   DISPLAY "MATCH HISTORY IN USE BY " FLOCK-HOLDER
                       " - TRY AGAIN LATER"
                   MOVE 8 TO WS-CHK-RC
                   GO TO REBUILD-MATCH-EXIT
               END-IF
      *        each record written back goes onto the master's
      *        control totals, committed once the walk is done
               MOVE "MATCHHIST" TO CTOT-FILE
               MOVE "HISTCHK" TO CTOT-PROGRAM
               OPEN I-O MATCH-HISTORY
               IF WS-HISTORY-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT MATCH-HISTORY
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "HISTCHK: CANNOT OPEN MATCHHIST (STATUS "
                       WS-HISTORY-STATUS ")"
                   MOVE 8 TO WS-CHK-RC
                   MOVE "R" TO FLOCK-ACTION
                   CALL "FILELOCK" USING FLOCK-PARMS
                   GO TO REBUILD-MATCH-EXIT
                   CLOSE ARC-LOG
               END-IF
               CLOSE MATCH-HISTORY
               MOVE "C" TO CTOT-ACTION
               CALL "CTLTOTAL" USING CTOT-PARMS
               MOVE "R" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               DISPLAY "HISTCHK REBUILD MATCHHIST - RECONSTRUCTED: "
               MOVE GAMEBOARD(1:BOARD-CELLS) TO
                   HIST-BOARD(1:BOARD-CELLS)
               MOVE BOARD-DIM TO HIST-DIM
               IF WS-GS-MODE >= 1 AND WS-GS-MODE <= 4
                   MOVE WS-GS-MODE TO HIST-MODE
               ELSE
                   MOVE 1 TO HIST-MODE
               MOVE "UNKNOWN" TO HIST-O-ID
               MOVE "N" TO HIST-RESULT-TYPE
               MOVE WIN-LEN TO HIST-WIN-LEN
               IF WS-GS-VARIANT = "M" OR WS-GS-VARIANT = "W"
                   MOVE WS-GS-VARIANT TO HIST-VARIANT
               ELSE
                   MOVE "C" TO HIST-VARIANT
               END-IF
               MOVE MATCH-HISTORY-REC TO CTOT-RECORD
               WRITE MATCH-HISTORY-REC
               IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "02"
                   ADD 1 TO WS-REBUILT
                   MOVE "A" TO CTOT-ACTION
                   CALL "CTLTOTAL" USING CTOT-PARMS
                   DISPLAY "  RECONSTRUCTED " HIST-MATCH-ID
               ELSE
                   DISPLAY "  WRITE FAILED FOR " HIST-MATCH-ID
               IF FLOCK-REPLY NOT = "G"
                   DISPLAY "RATINGS FILE IN USE BY " FLOCK-HOLDER
                       " - TRY AGAIN LATER"
                   MOVE 8 TO WS-CHK-RC
                   GO TO REBUILD-RATINGS-EXIT
               END-IF
               MOVE "MATCHHIST" TO FLOCK-FILE
               IF FLOCK-REPLY NOT = "G"
                   DISPLAY "MATCH HISTORY IN USE BY " FLOCK-HOLDER
                       " - TRY AGAIN LATER"
                   MOVE 8 TO WS-CHK-RC
                   PERFORM RELEASE-BOTH-MASTERS
                   GO TO REBUILD-RATINGS-EXIT
               END-IF
               IF WS-PLAYER-OVER = 1
                   DISPLAY "HISTCHK: MORE PLAYERS THAN THE REBUILD "
                       "TABLE HOLDS - RATINGS NOT REWRITTEN"
                   MOVE 8 TO WS-CHK-RC
                   PERFORM RELEASE-BOTH-MASTERS
                   GO TO REBUILD-RATINGS-EXIT
               END-IF
               IF WS-RATINGS-STATUS NOT = "00"
                   DISPLAY "HISTCHK: CANNOT REWRITE RATINGS (STATUS "
                       WS-RATINGS-STATUS ")"
                   MOVE 8 TO WS-CHK-RC
                   PERFORM RELEASE-BOTH-MASTERS
                   GO TO REBUILD-RATINGS-EXIT
               END-IF
                   UNTIL WS-PL-IDX > WS-PLAYER-COUNT
               CLOSE RATINGS-FILE
               PERFORM RELEASE-BOTH-MASTERS
               DISPLAY "HISTCHK REBUILD RATINGS - POOL CARDS WRITTEN: "
                   WS-PLAYER-COUNT.
           REBUILD-RATINGS-EXIT.
               EXIT.
               IF HIST-RESULT-TYPE = "U"
                   GO TO APPLY-ELO-DONE
               END-IF
               IF HIST-DIM < 3 OR HIST-DIM > 5
                   GO TO APPLY-ELO-DONE
               END-IF
               MOVE HIST-DIM TO WS-FIND-POOL
               MOVE HIST-X-ID TO WS-FIND-ID
               PERFORM FIND-OR-ADD-PLAYER
               MOVE WS-FIND-HIT TO WS-PL-X
               IF WS-PL-X = 0 OR WS-PL-O = 0
                   GO TO APPLY-ELO-DONE
               END-IF
               IF HIST-ID-DATE NOT = WS-TUNED-DAY
                   PERFORM LOAD-TUNABLES
               END-IF
               MOVE WS-PL-RATING(WS-PL-X) TO WS-RATE-X
               MOVE WS-PL-RATING(WS-PL-O) TO WS-RATE-O
               COMPUTE WS-RATE-DIFF = WS-RATE-O - WS-RATE-X
               IF WS-RATE-DIFF > WS-ELO-CAP
                   MOVE WS-ELO-CAP TO WS-RATE-DIFF
               END-IF
               IF WS-RATE-DIFF < 0 - WS-ELO-CAP
                   COMPUTE WS-RATE-DIFF = 0 - WS-ELO-CAP
               END-IF
               COMPUTE WS-RATE-EXPONENT = WS-RATE-DIFF / 400
               COMPUTE WS-RATE-POW = 10 ** WS-RATE-EXPONENT
               IF WS-NEW-RATE < 100
                   MOVE 100 TO WS-NEW-RATE
               END-IF
               MOVE WS-NEW-RATE TO WS-PL-RATING(WS-PL-O)
               MOVE WS-PL-ID(WS-PL-X) TO WS-SPREAD-ID
               MOVE WS-PL-STREAK(WS-PL-X) TO WS-SPREAD-STREAK
               MOVE 1 TO WS-PL-IDX
               PERFORM SPREAD-STREAK
                   UNTIL WS-PL-IDX > WS-PLAYER-COUNT
               MOVE WS-PL-ID(WS-PL-O) TO WS-SPREAD-ID
               MOVE WS-PL-STREAK(WS-PL-O) TO WS-SPREAD-STREAK
               MOVE 1 TO WS-PL-IDX
               PERFORM SPREAD-STREAK
                   UNTIL WS-PL-IDX > WS-PLAYER-COUNT.
           APPLY-ELO-DONE.
               EXIT.

      *    the history replays in date order, so the settings are
      *    looked up again only when the day changes
           LOAD-TUNABLES.
               MOVE HIST-ID-DATE TO WS-TUNED-DAY
               MOVE "ELO-K-FACTOR" TO TUNE-NAME
               MOVE WS-TUNED-DAY TO TUNE-AS-OF
               MOVE WS-ELO-K-BUILT-IN TO TUNE-DEFAULT
               CALL "TUNEGET" USING TUNE-PARMS
               MOVE TUNE-VALUE TO WS-ELO-K
               MOVE "ELO-DIFF-CAP" TO TUNE-NAME
               MOVE WS-TUNED-DAY TO TUNE-AS-OF
               MOVE WS-ELO-CAP-BUILT-IN TO TUNE-DEFAULT
               CALL "TUNEGET" USING TUNE-PARMS
               MOVE TUNE-VALUE TO WS-ELO-CAP.

           FIND-OR-ADD-PLAYER.
               MOVE 0 TO WS-FIND-HIT
               MOVE 1 TO WS-PL-IDX
                       ADD 1 TO WS-PLAYER-COUNT
                       MOVE WS-PLAYER-COUNT TO WS-FIND-HIT
                       MOVE WS-FIND-ID TO WS-PL-ID(WS-FIND-HIT)
                       MOVE WS-FIND-POOL TO WS-PL-POOL(WS-FIND-HIT)
                       MOVE 1000 TO WS-PL-RATING(WS-FIND-HIT)
                       MOVE 0 TO WS-PL-WINS(WS-FIND-HIT)
                       MOVE 0 TO WS-PL-LOSSES(WS-FIND-HIT)
                       MOVE 0 TO WS-PL-DRAWS(WS-FIND-HIT)
                       PERFORM CARRY-STREAK
                   ELSE
                       MOVE 1 TO WS-PLAYER-OVER
                   END-IF

           FIND-PLAYER-SCAN.
               IF WS-PL-ID(WS-PL-IDX) = WS-FIND-ID
                   AND WS-PL-POOL(WS-PL-IDX) = WS-FIND-POOL
                   MOVE WS-PL-IDX TO WS-FIND-HIT
               END-IF
               ADD 1 TO WS-PL-IDX.

      *    a new pool entry starts on the streak the player already
      *    carries in any other pool
           CARRY-STREAK.
               MOVE 0 TO WS-PL-STREAK(WS-FIND-HIT)
               MOVE 1 TO WS-PL-IDX
               PERFORM CARRY-STREAK-SCAN
                   UNTIL WS-PL-IDX >= WS-FIND-HIT.

           CARRY-STREAK-SCAN.
               IF WS-PL-ID(WS-PL-IDX) = WS-FIND-ID
                   MOVE WS-PL-STREAK(WS-PL-IDX)
                       TO WS-PL-STREAK(WS-FIND-HIT)
               END-IF
               ADD 1 TO WS-PL-IDX.

           SPREAD-STREAK.
               IF WS-PL-ID(WS-PL-IDX) = WS-SPREAD-ID
                   MOVE WS-SPREAD-STREAK TO WS-PL-STREAK(WS-PL-IDX)
               END-IF
               ADD 1 TO WS-PL-IDX.

           WRITE-ONE-RATING.
               MOVE SPACES TO RATING-REC
               MOVE WS-PL-ID(WS-PL-IDX) TO RATE-PLAYER-ID
               MOVE WS-PL-POOL(WS-PL-IDX) TO RATE-POOL
               MOVE WS-PL-STREAK(WS-PL-IDX) TO RATE-STREAK
               MOVE WS-PL-RATING(WS-PL-IDX) TO RATE-RATING
               MOVE WS-PL-WINS(WS-PL-IDX) TO RATE-WINS
               IF WS-RATINGS-STATUS NOT = "00"
                   AND WS-RATINGS-STATUS NOT = "02"
                   DISPLAY "  WRITE FAILED FOR " RATE-PLAYER-ID
                       " POOL " RATE-POOL
                       " (STATUS " WS-RATINGS-STATUS ")"
                   MOVE "RATINGS" TO FERR-FILE
                   MOVE "WRITE-ONE-RATING" TO FERR-PARA
               CALL "FILEERR" USING FERR-PARMS.

           CHK-EXIT.
               MOVE WS-CHK-RC TO RETURN-CODE
               MOVE "HISTCHK" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
      *    GOBACK rather than STOP RUN - SITEIMP calls the rebuild
      *    in-line after merging a sister site's games
