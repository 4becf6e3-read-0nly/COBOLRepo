           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT RATE-JOURNAL ASSIGN TO "RATEJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           01 LINE-CHAR PIC X(1).
           01 LINE-MATCH PIC 9(1) VALUES 1.
           01 WS-GAME-MODE PIC 9(1) VALUES 1.
           01 EV-LINE-NUM PIC 9(2).
           01 WS-HISTORY-STATUS PIC X(2) VALUES "00".
           01 WS-TODAY-DATE PIC X(10).
           01 WS-X-PLAYER-ID PIC X(8) VALUES "GUEST-X".
           01 WS-O-PLAYER-ID PIC X(8) VALUES "GUEST-O".
           01 WS-ID-ANSWER PIC X(8) VALUES SPACES.
      *    the K factor and the widest gap the odds count are
      *    tunables - these are the values built in for when
      *    TUNABLES.DAT has no setting in force
           01 WS-ELO-K PIC 9(2) VALUES 32.
           01 WS-ELO-CAP PIC 9(4) VALUES 800.
           01 WS-RATE-X PIC 9(4) VALUES 1000.
           01 WS-RATE-O PIC 9(4) VALUES 1000.
           01 WS-RATE-DIFF PIC S9(4) VALUES 0.
           01 WS-RATE-WORK-NEW PIC 9(4).
           01 WS-RATE-WORK-OLD PIC 9(4).
           01 WS-RATE-WORK-SCORE PIC 9(1)V9(1).
      *    the game rates in the pool for its board size; the win
      *    streak is the player's and is copied onto every card
           01 WS-RATE-POOL PIC 9(1) VALUES 3.
           01 WS-POOL-SCAN PIC 9(1) VALUES 3.
           01 WS-CARD-STREAK PIC X(3) VALUES "000".
           01 WS-JOURNAL-STATUS PIC X(2) VALUES "00".
           01 WS-JOURNAL-CLOCK PIC 9(8).
           01 WS-NEW-RATE-X PIC 9(4) VALUES 0.
      *    the pre-game forecast - X's expected score in percent from
      *    the pool ratings as the game begins, shown before the
      *    first move and kept on the match master
           01 WS-FORECAST-ON PIC 9(1) VALUES 0.
           01 WS-FORECAST-X PIC 9(3) VALUES 50.
           01 WS-FORECAST-PCT PIC ZZ9.
           01 WS-NEW-RATE-O PIC 9(4) VALUES 0.
           01 WS-USE-PARMS PIC 9(1) VALUES 0.
           01 WS-DAY-SEQ PIC 9(5) VALUES 1.
           01 WS-DIFFICULTY PIC 9(1) VALUES 2.
           01 WS-CKPT-STATUS PIC X(2) VALUES "00".
           01 WS-RESUME-ANSWER PIC X(1) VALUES "N".
           01 WS-RESUMED PIC 9(1) VALUES 0.
      *        and the per-game budget must not refill
               05 CKPT-TOOKBACK PIC X(1).
               05 CKPT-UNDO-LEFT PIC X(1).
               05 CKPT-VARIANT PIC X(1).
               05 CKPT-FORECAST PIC X(3).
           01 WS-EMPTY-COUNT PIC 9(2) VALUES 0.
           01 TIE-INDEX PIC 9(2) VALUES 1.
           01 WS-MOVELOG-STATUS PIC X(2) VALUES "00".
           01 WS-LINE-ROW PIC 9(2).
           01 WS-LINE-OFF PIC 9(2).
           01 WS-LINE-REM PIC 9(3).
      *    the rule variant - "C" classic, "M" misere where a
      *    completed line loses, "W" wild where the mover places
      *    either mark and a completed line of either wins for them
           01 WS-VARIANT PIC X(1) VALUES "C".
           01 WS-VARIANT-ANSWER PIC X(1) VALUES SPACE.
           01 WS-PLACE-MARK PIC X(1) VALUES SPACE.
           COPY MOVELOG.
           COPY RATEJRNL.
           COPY FILEERR.
           COPY FILELOCK.
           COPY CTLTOTAL.
           01 WS-LOCK-OWNER PIC X(8) VALUES "TTTGAME".
           01 WS-HIST-LOCKED PIC 9(1) VALUES 0.
      *    the signed-on operator's saved answers become the prompt
      *    achievements fire the moment the qualifying master record
      *    lands - only for a signed-on registered operator
           COPY ACHPARM.
           COPY ENGPARM.
           01 WS-OPER-WON PIC 9(1) VALUES 0.
           01 WS-OPER-STREAK PIC 9(3) VALUES 0.
           01 WS-STREAK-NUM PIC 9(3) VALUES 0.
      *    a correspondence game (mode 4) arrives with its pending
      *    record - one move is played and the game handed back
           01 WS-CORR-GAME PIC 9(1) VALUES 0.
           01 WS-CORR-MOVED PIC 9(1) VALUES 0.
           01 WS-CORR-OPEN PIC 9(1) VALUES 0.
           01 WS-CORR-IDX PIC 9(2).
           01 WS-CORR-DATE PIC 9(8).
           01 WS-CORR-CLOCK.
               05 WS-CC-HH PIC 9(2).
               05 WS-CC-MM PIC 9(2).
               05 WS-CC-SS PIC 9(2).
               05 WS-CC-CC PIC 9(2).
           01 WS-CORR-DAYS-GONE PIC S9(5).
           01 WS-CORR-SECONDS PIC S9(9).
      *    both players are checked against the eligibility master
      *    once they are known - a refused player never reaches the
      *    board, an unrated-only one plays a game that never rates
           COPY ELIGPARM.
           01 WS-ELIG-SIDE PIC X(8) VALUES SPACES.
           01 WS-ELIG-REFUSED PIC 9(1) VALUES 0.
           01 WS-ELIG-UNRATED PIC 9(1) VALUES 0.
           01 WS-ELIG-ANSWER PIC X(1) VALUES SPACE.
           COPY TUNEPARM.

       LINKAGE SECTION.
       COPY TTTPARM.
       COPY CORRGAME.

       PROCEDURE DIVISION USING TTT-PARMS CORR-GAME-REC.
           CheckEnvironment.
               ACCEPT WS-OS-NAME FROM ENVIRONMENT "OS"
               IF WS-OS-NAME = SPACES
               END-IF
               IF ADDRESS OF TTT-PARMS NOT = NULL
                   MOVE 1 TO WS-USE-PARMS
                   IF TTT-PARM-MODE = 4
                       AND ADDRESS OF CORR-GAME-REC NOT = NULL
                       MOVE 1 TO WS-CORR-GAME
                   END-IF
               END-IF
      *        the interlock names who holds a shared file - the
      *        signed-on operator when there is one, the game itself
                   MOVE WS-ID-ANSWER TO WS-LOCK-OWNER
                   PERFORM LoadPlayerPrefs THRU LoadPlayerPrefsExit
               END-IF
               PERFORM LoadTunables
      *        An interrupted interactive game leaves a checkpoint
      *        behind - offer to pick it up before starting fresh,
      *        the way the dungeon game restores its saved position
                   PERFORM OfferResume THRU OfferResumeExit
               END-IF
               IF WS-RESUMED = 1
      *            a player suspended or retired since the game was
      *            broken off cannot come back to finish it
                   PERFORM CheckEligibility THRU CheckEligibilityExit
                   IF WS-ELIG-REFUSED = 1
                       DISPLAY "THE UNFINISHED GAME CANNOT BE "
                           "RESUMED AND HAS BEEN DISCARDED"
                       PERFORM ClearCheckpoint
                       GO TO EndPoint
                   END-IF
                   GO TO ShowBoard
               END-IF.
           SelectBoardSize.
                   END-IF
               END-IF
               PERFORM ComputeLineCounts.
      *    the variant changes what a completed line means, not the
      *    lines themselves - the win-length rule applies under all
           SelectVariant.
               MOVE "C" TO WS-VARIANT
               IF WS-USE-PARMS = 1
                   IF TTT-PARM-VARIANT = "M" OR TTT-PARM-VARIANT = "W"
                       MOVE TTT-PARM-VARIANT TO WS-VARIANT
                   END-IF
               ELSE
                   DISPLAY "RULE VARIANT - C CLASSIC, M MISERE "
                       "(A COMPLETED LINE LOSES), W WILD (PLACE X "
                       "OR O EACH TURN) (DEFAULT C)"
                   MOVE SPACE TO WS-VARIANT-ANSWER
                   ACCEPT WS-VARIANT-ANSWER
                   EVALUATE WS-VARIANT-ANSWER
                       WHEN "M"
                       WHEN "m"
                           MOVE "M" TO WS-VARIANT
                       WHEN "W"
                       WHEN "w"
                           MOVE "W" TO WS-VARIANT
                   END-EVALUATE
               END-IF
               PERFORM ShowVariant.
           SelectGameMode.
      *        mode 4 is correspondence play - only reachable through
      *        the TTTCORR desk, which passes the pending game along
               IF WS-CORR-GAME = 1
                   MOVE 4 TO WS-GAME-MODE
                   GO TO SelectGameClock
               END-IF
               IF WS-USE-PARMS = 1
                   MOVE TTT-PARM-MODE TO WS-GAME-MODE
               ELSE
                   DISPLAY WS-O-PLAYER-ID " NOW PLAYS AS "
                       WS-ALIAS-RESULT
                   MOVE WS-ALIAS-RESULT TO WS-O-PLAYER-ID
               END-IF
               PERFORM CheckEligibility THRU CheckEligibilityExit
               IF WS-ELIG-REFUSED = 1
      *            under program control the caller is told and
      *            decides; at the console other players may sit down
                   IF WS-USE-PARMS = 1
                       GO TO EndPoint
                   END-IF
                   DISPLAY "SEAT OTHER PLAYERS? (Y/N)"
                   MOVE SPACE TO WS-ELIG-ANSWER
                   ACCEPT WS-ELIG-ANSWER
                   IF WS-ELIG-ANSWER = "Y" OR WS-ELIG-ANSWER = "y"
                       GO TO SignOnPlayers
                   END-IF
                   GO TO EndPoint
               END-IF.
           LogGameStart.
               PERFORM ForecastMatch THRU ForecastMatchExit
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               STRING WS-SYS-YYYY "-" WS-SYS-MM "-" WS-SYS-DD
                   DELIMITED BY SIZE INTO WS-TODAY-DATE
               MOVE BOARD-DIM TO WS-GS-DIM
               MOVE WS-GAME-MODE TO WS-GS-MODE
               MOVE WIN-LEN TO WS-GS-WINLEN
               MOVE WS-VARIANT TO WS-GS-VARIANT
               ACCEPT WS-GAME-CLOCK-START FROM TIME
      *        a correspondence game's bracket is written whole when
      *        it ends - here the position is picked up where the
      *        last move left it
               IF WS-CORR-GAME = 1
                   PERFORM RestoreCorrGame
               ELSE
                   MOVE WS-GAME-START-LINE TO MOVE-LOG-REC
                   PERFORM WriteMoveLog
               END-IF.
           ShowBoard.
               DISPLAY WS-BORDER(1:BOARD-DIM + 2)
               MOVE 1 TO LOOPCOUNTER
                       PERFORM RecordHistory THRU RecordHistoryDone
                       GO TO Endpoint
                   ELSE
      *                one move per visit in correspondence play - the
      *                game goes back to the desk for the opponent
                       IF WS-CORR-MOVED = 1
                           PERFORM SaveCorrGame
                           GO TO Endpoint
                       END-IF
                       PERFORM NextPlayer
                       GO TO PlayRound
                   END-IF
               ELSE
                   DISPLAY "--------------------------"
                   IF WS-VARIANT = "M"
                       DISPLAY "MISERE - " LINE-CHAR
                           " COMPLETED A LINE AND LOSES"
                   END-IF
                   DISPLAY "WINNER:"PLAYERS(WINNER:1)
                   DISPLAY "WINNING LINE START:"LINE-START
                       " STEP:"LINE-STEP
               IF WS-GAME-SECONDS < 0
                   ADD 86400 TO WS-GAME-SECONDS
               END-IF
               IF WS-CORR-GAME = 1
                   PERFORM CorrElapsed
               END-IF
               MOVE 0 TO WS-HIST-LOCKED
               MOVE "MATCHHIST" TO FLOCK-FILE
               MOVE WS-LOCK-OWNER TO FLOCK-OWNER
                       MOVE "N" TO HIST-RESULT-TYPE
                   END-IF
               END-IF
      *        an unrated-only player at the board keeps the game
      *        off the ratings however it ended, a forfeit included
               IF WS-ELIG-UNRATED = 1
                   MOVE "U" TO HIST-RESULT-TYPE
               END-IF
               MOVE WIN-LEN TO HIST-WIN-LEN
               MOVE WS-VARIANT TO HIST-VARIANT
               IF WS-FORECAST-ON = 1
                   MOVE WS-FORECAST-X TO HIST-FORECAST
               ELSE
                   MOVE SPACES TO HIST-FORECAST
               END-IF
               IF WS-GAME-MODE = 2
                   MOVE WS-DIFFICULTY TO HIST-DIFF
               ELSE
                       "EXHAUSTED - RESULT NOT RECORDED"
                   GO TO RecordHistoryDone
               END-IF
               MOVE MATCH-HISTORY-REC TO CTOT-RECORD
               WRITE MATCH-HISTORY-REC
               IF WS-HISTORY-STATUS IS EQUAL TO "22"
                   IF HIST-ID-SEQ = 4999
               END-IF
               IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "02"
                   MOVE 1 TO WS-HIST-RECORDED
                   MOVE "MATCHHIST" TO CTOT-FILE
                   PERFORM PostControlTotal
               END-IF
               MOVE "MATCHHIST" TO FERR-FILE
               MOVE "RecordHistoryWrite" TO FERR-PARA
      *        covers the busy-lock path and the write failures
      *        alike, so the gate is the record actually landing;
      *        and a game with a granted takeback is casual by the
      *        house rule, so it never rates at all - nor does a
      *        game with an unrated-only player at the board
               IF WS-HIST-RECORDED = 1 AND WS-TOOK-BACK = 0
                   AND WS-ELIG-UNRATED = 0
                   PERFORM UpdateRatings THRU UpdateRatingsExit
                   PERFORM CheckAchievements THRU CheckAchievementsExit
               END-IF
                   DISPLAY "TAKEBACKS WERE USED - THIS GAME IS NOT "
                       "RATED"
               END-IF
               IF WS-ELIG-UNRATED = 1
                   DISPLAY "AN UNRATED-ONLY PLAYER SAT AT THE BOARD - "
                       "THIS GAME IS NOT RATED"
               END-IF
               PERFORM LogGameEnd.

      *    seed the day's sequence from the highest LOCAL one
                   CALL "FILELOCK" USING FLOCK-PARMS
                   GO TO UpdateRatingsExit
               END-IF
               MOVE BOARD-DIM TO WS-RATE-POOL
               MOVE WS-X-PLAYER-ID TO WS-RATE-WORK-ID
               PERFORM FetchRating
               MOVE RATE-RATING TO WS-RATE-X
               MOVE WS-O-PLAYER-ID TO WS-RATE-WORK-ID
               PERFORM FetchRating
               MOVE RATE-RATING TO WS-RATE-O
               PERFORM ComputeExpectation
               IF WINNER < 0
                   MOVE 0.5 TO WS-SCORE-X
                   MOVE 0.5 TO WS-SCORE-O
               MOVE "RATINGS" TO FLOCK-FILE
               MOVE "R" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               DISPLAY "RATINGS " WS-RATE-POOL "X" WS-RATE-POOL
                   " - " WS-X-PLAYER-ID ": " WS-RATE-X
                   " -> " WS-NEW-RATE-X "  " WS-O-PLAYER-ID ": "
                   WS-RATE-O " -> " WS-NEW-RATE-O.
           UpdateRatingsExit.
               EXIT.

      *    each side's expected score from the rating gap - the
      *    update settles against it and the pre-game forecast is
      *    drawn from it
           ComputeExpectation.
               COMPUTE WS-RATE-DIFF = WS-RATE-O - WS-RATE-X
               IF WS-RATE-DIFF > WS-ELO-CAP
                   MOVE WS-ELO-CAP TO WS-RATE-DIFF
               END-IF
               IF WS-RATE-DIFF < 0 - WS-ELO-CAP
                   COMPUTE WS-RATE-DIFF = 0 - WS-ELO-CAP
               END-IF
               COMPUTE WS-RATE-EXPONENT = WS-RATE-DIFF / 400
               COMPUTE WS-RATE-POW = 10 ** WS-RATE-EXPONENT
               COMPUTE WS-EXPECT-X = 1 / (1 + WS-RATE-POW)
               COMPUTE WS-EXPECT-O = 1 - WS-EXPECT-X.

      *    the game is rated on the day it is played, so the
      *    settings in force today are the ones that apply
           LoadTunables.
               MOVE "ELO-K-FACTOR" TO TUNE-NAME
               MOVE 0 TO TUNE-AS-OF
               MOVE WS-ELO-K TO TUNE-DEFAULT
               CALL "TUNEGET" USING TUNE-PARMS
               MOVE TUNE-VALUE TO WS-ELO-K
               MOVE "ELO-DIFF-CAP" TO TUNE-NAME
               MOVE 0 TO TUNE-AS-OF
               MOVE WS-ELO-CAP TO TUNE-DEFAULT
               CALL "TUNEGET" USING TUNE-PARMS
               MOVE TUNE-VALUE TO WS-ELO-CAP.

      *    the forecast is read from the ratings without taking the
      *    interlock - it only looks, and a player with no card on
      *    the board size stands at the opening 1000. a
      *    correspondence game keeps the forecast its first visit
      *    fixed, so every later move shows the same pre-game figure
           ForecastMatch.
               IF WS-CORR-GAME = 1 AND CORR-FORECAST IS NUMERIC
                   MOVE CORR-FORECAST TO WS-FORECAST-X
                   MOVE 1 TO WS-FORECAST-ON
                   GO TO ForecastMatchShow
               END-IF
               MOVE BOARD-DIM TO WS-RATE-POOL
               MOVE 1000 TO WS-RATE-X
               MOVE 1000 TO WS-RATE-O
               OPEN INPUT RATINGS-FILE
               IF WS-RATINGS-STATUS = "00"
                   MOVE WS-X-PLAYER-ID TO WS-RATE-WORK-ID
                   PERFORM FetchRating
                   MOVE RATE-RATING TO WS-RATE-X
                   MOVE WS-O-PLAYER-ID TO WS-RATE-WORK-ID
                   PERFORM FetchRating
                   MOVE RATE-RATING TO WS-RATE-O
                   CLOSE RATINGS-FILE
               END-IF
               PERFORM ComputeExpectation
               COMPUTE WS-FORECAST-X ROUNDED = WS-EXPECT-X * 100
               MOVE 1 TO WS-FORECAST-ON
               IF WS-CORR-GAME = 1
                   MOVE WS-FORECAST-X TO CORR-FORECAST
               END-IF
               DISPLAY "RATINGS " BOARD-DIM "X" BOARD-DIM " - "
                   WS-X-PLAYER-ID " (X) " WS-RATE-X "  "
                   WS-O-PLAYER-ID " (O) " WS-RATE-O.
           ForecastMatchShow.
               IF WS-FORECAST-X = 50
                   DISPLAY "FORECAST: EVEN MATCH"
                   GO TO ForecastMatchExit
               END-IF
               IF WS-FORECAST-X > 50
                   MOVE WS-FORECAST-X TO WS-FORECAST-PCT
                   DISPLAY "FORECAST: X FAVORED "
                       FUNCTION TRIM(WS-FORECAST-PCT) "%"
               ELSE
                   COMPUTE WS-FORECAST-PCT = 100 - WS-FORECAST-X
                   DISPLAY "FORECAST: O FAVORED "
                       FUNCTION TRIM(WS-FORECAST-PCT) "%"
               END-IF.
           ForecastMatchExit.
               EXIT.

           FetchRating.
               MOVE WS-RATE-WORK-ID TO RATE-PLAYER-ID
               MOVE WS-RATE-POOL TO RATE-POOL
               READ RATINGS-FILE
                   INVALID KEY
                       MOVE WS-RATE-WORK-ID TO RATE-PLAYER-ID
                       MOVE WS-RATE-POOL TO RATE-POOL
                       MOVE 1000 TO RATE-RATING
                       MOVE 0 TO RATE-WINS
                       MOVE 0 TO RATE-LOSSES
                       MOVE 0 TO RATE-DRAWS
               END-READ.

      *    a player's first game on a board size opens a fresh card
      *    for that pool, carrying the win streak from the cards the
      *    player already holds
           StoreRating.
               PERFORM FetchPlayerStreak
               MOVE WS-RATE-WORK-ID TO RATE-PLAYER-ID
               MOVE WS-RATE-POOL TO RATE-POOL
               READ RATINGS-FILE
                   INVALID KEY
                       MOVE SPACES TO RATING-REC
                       MOVE WS-RATE-WORK-ID TO RATE-PLAYER-ID
                       MOVE WS-RATE-POOL TO RATE-POOL
                       MOVE 1000 TO RATE-RATING
                       MOVE 0 TO RATE-WINS
                       MOVE 0 TO RATE-LOSSES
                       MOVE 0 TO RATE-DRAWS
                       MOVE WS-CARD-STREAK TO RATE-STREAK
                       MOVE WS-RATE-WORK-NEW TO RATE-RATING
                       PERFORM TallyOutcome
                       WRITE RATING-REC
                       PERFORM TallyOutcome
                       REWRITE RATING-REC
               END-READ
               MOVE RATE-STREAK TO WS-CARD-STREAK
               PERFORM WriteRateJournal
               MOVE 3 TO WS-POOL-SCAN
               PERFORM SpreadStreak
                   UNTIL WS-POOL-SCAN > 5.

           FetchPlayerStreak.
               MOVE "000" TO WS-CARD-STREAK
               MOVE 3 TO WS-POOL-SCAN
               PERFORM FetchPoolStreak
                   UNTIL WS-POOL-SCAN > 5.

           FetchPoolStreak.
               IF WS-POOL-SCAN NOT = WS-RATE-POOL
                   MOVE WS-RATE-WORK-ID TO RATE-PLAYER-ID
                   MOVE WS-POOL-SCAN TO RATE-POOL
                   READ RATINGS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RATE-STREAK IS NUMERIC
                               MOVE RATE-STREAK TO WS-CARD-STREAK
                           END-IF
                   END-READ
               END-IF
               ADD 1 TO WS-POOL-SCAN.

           SpreadStreak.
               IF WS-POOL-SCAN NOT = WS-RATE-POOL
                   MOVE WS-RATE-WORK-ID TO RATE-PLAYER-ID
                   MOVE WS-POOL-SCAN TO RATE-POOL
                   READ RATINGS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-CARD-STREAK TO RATE-STREAK
                           REWRITE RATING-REC
                   END-READ
               END-IF
               ADD 1 TO WS-POOL-SCAN.

      *    every rating change gets its own dated journal line - old
      *    rating, new rating and the match id that caused it - in
               MOVE WS-RATE-WORK-OLD TO WS-RJ-OLD-RATING
               MOVE WS-RATE-WORK-NEW TO WS-RJ-NEW-RATING
               MOVE HIST-MATCH-ID TO WS-RJ-MATCH-ID
               MOVE WS-RATE-POOL TO WS-RJ-POOL
               OPEN EXTEND RATE-JOURNAL
               IF WS-JOURNAL-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT RATE-JOURNAL
               END-IF
               MOVE WS-RATE-JOURNAL-LINE TO RATE-JOURNAL-REC
               WRITE RATE-JOURNAL-REC
               IF WS-JOURNAL-STATUS = "00"
                   MOVE "RATEJRNL" TO CTOT-FILE
                   MOVE WS-RATE-JOURNAL-LINE TO CTOT-RECORD
                   PERFORM PostControlTotal
               END-IF
               MOVE "RATEJRNL" TO FERR-FILE
               MOVE "WriteRateJournal" TO FERR-PARA
               MOVE WS-JOURNAL-STATUS TO FERR-STATUS
               ELSE
                   MOVE PLAYERS(WINNER:1) TO WS-GE-WINNER
               END-IF
      *        a correspondence game whose result missed the master
      *        goes back as "N" so the desk keeps it on file for
      *        another visit instead of dropping an unrecorded game
               IF WS-CORR-GAME = 1
                   PERFORM WriteCorrBracket
                   IF WS-HIST-RECORDED = 1
                       MOVE WS-GE-WINNER TO CORR-RESULT
                   ELSE
                       MOVE "N" TO CORR-RESULT
                   END-IF
               END-IF
      *        the id pairs this game bracket with its master record
      *        - a result that never reached the master leaves the
      *        id blank rather than pointing at a record that is not
               IF WS-MOVELOG-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT MOVE-LOG
               END-IF
               MOVE MOVE-LOG-REC TO CTOT-RECORD
               WRITE MOVE-LOG-REC
               IF WS-MOVELOG-STATUS = "00"
                   MOVE "MOVELOG" TO CTOT-FILE
                   PERFORM PostControlTotal
               END-IF
               MOVE "MOVELOG" TO FERR-FILE
               MOVE "WriteMoveLog" TO FERR-PARA
               MOVE WS-MOVELOG-STATUS TO FERR-STATUS
               PERFORM ReportFileError
               CLOSE MOVE-LOG.

      *    every record written to a controlled file goes onto that
      *    file's running control totals for the nightly balancing
           PostControlTotal.
               MOVE "TICTACTOE" TO CTOT-PROGRAM
               MOVE "A" TO CTOT-ACTION
               CALL "CTLTOTAL" USING CTOT-PARMS
               MOVE "C" TO CTOT-ACTION
               CALL "CTLTOTAL" USING CTOT-PARMS.

      *    the shared handler logs the failure, tells the operator
      *    and in batch forces the step return code nonzero
           ReportFileError.
                       WS-CLOCK-LEFT(CURRENTPLAYER) " SECONDS"
               END-IF
               DISPLAY " "
               IF WS-CORR-GAME = 1
                   DISPLAY "PLEASE ENTER THE ROW(1-"BOARD-DIM"), "
                       "Q TO LEAVE WITHOUT MOVING"
               ELSE
                   DISPLAY "PLEASE ENTER THE ROW(1-"BOARD-DIM"), "
                       "U FOR TAKEBACK"
               END-IF
               MOVE SPACES TO WS-ROW-ANSWER
               ACCEPT WS-ROW-ANSWER
               IF WS-CORR-GAME = 1
                   AND (WS-ROW-ANSWER = "Q" OR WS-ROW-ANSWER = "q")
                   MOVE "L" TO CORR-RESULT
                   MOVE 1 TO WS-CORR-OPEN
                   GO TO Endpoint
               END-IF
               IF WS-ROW-ANSWER = "U" OR WS-ROW-ANSWER = "u"
                   PERFORM TakeBack THRU TakeBackExit
                   IF WS-UNDO-STEPS > 0
                       MULTIPLY PLAYIND BY BOARD-DIM GIVING PLAYIND
                       ADD PLAYIND TO PLAYCOL GIVING PLAYIND
                       IF GAMEBOARD(PLAYIND:1) = EMPTYCELL(1:1)
                           PERFORM ChoosePlaceMark
                           MOVE WS-PLACE-MARK TO GAMEBOARD(PLAYIND:1)
                           PERFORM LogMove
                           GO TO ShowBoard
                       END-IF
              DISPLAY " "
               GO TO PlayRound.

      *    a wild game asks which mark goes down - the player's own
      *    is the default answer
           ChoosePlaceMark.
               MOVE PLAYERS(CURRENTPLAYER:1) TO WS-PLACE-MARK
               IF WS-VARIANT = "W"
                   DISPLAY "PLACE X OR O (DEFAULT " WS-PLACE-MARK ")"
                   MOVE SPACE TO WS-VARIANT-ANSWER
                   ACCEPT WS-VARIANT-ANSWER
                   IF WS-VARIANT-ANSWER = "X" OR WS-VARIANT-ANSWER = "x"
                       MOVE "X" TO WS-PLACE-MARK
                   END-IF
                   IF WS-VARIANT-ANSWER = "O" OR WS-VARIANT-ANSWER = "o"
                       MOVE "O" TO WS-PLACE-MARK
                   END-IF
               END-IF.

           ShowVariant.
               EVALUATE WS-VARIANT
                   WHEN "M"
                       DISPLAY "RULE: MISERE - COMPLETE A LINE AND "
                           "YOU LOSE"
                   WHEN "W"
                       DISPLAY "RULE: WILD - PLACE X OR O, COMPLETE A "
                           "LINE OF EITHER AND YOU WIN"
               END-EVALUATE.

      *    walk every candidate segment under the rule in force -
      *    the mark holding a completed line names the winner in the
      *    classic game, the loser under misere; under wild the line
      *    belongs to whoever just moved, whichever mark it is
           WinScan.
               MOVE 1 TO EV-LINE-NUM.
           WinScanLoop.
                   ELSE
                       MOVE 2 TO WINNER
                   END-IF
                   IF WS-VARIANT = "M"
                       COMPUTE WINNER = 3 - WINNER
                   END-IF
                   IF WS-VARIANT = "W"
                       MOVE CURRENTPLAYER TO WINNER
                   END-IF
                   GO TO WinScanExit
               END-IF
               ADD 1 TO EV-LINE-NUM
                   MOVE PLAYIND TO WS-UNDO-POS(WS-UNDO-COUNT)
                   MOVE CURRENTPLAYER TO WS-UNDO-WHO(WS-UNDO-COUNT)
               END-IF
               MOVE WS-PLACE-MARK TO WS-MOVE-PLAYER
               COMPUTE WS-MOVE-ROW = ((PLAYIND - 1) / BOARD-DIM) + 1
               COMPUTE WS-MOVE-COL =
                   PLAYIND - ((WS-MOVE-ROW - 1) * BOARD-DIM)
               ACCEPT WS-MOVE-TIME FROM TIME
               MOVE WS-MOVE-TIME TO WS-MOVE-TIMESTAMP
               IF WS-CORR-GAME = 1
                   PERFORM StoreCorrMove
               ELSE
                   MOVE WS-MOVE-LINE TO MOVE-LOG-REC
                   PERFORM WriteMoveLog
               END-IF
               IF WS-CLOCK-ON = 1
                   PERFORM ChargeTurnClock
               END-IF
               MOVE WIN-LEN TO CKPT-WINLEN
               MOVE WS-TOOK-BACK TO CKPT-TOOKBACK
               MOVE WS-UNDO-LEFT TO CKPT-UNDO-LEFT
               MOVE WS-VARIANT TO CKPT-VARIANT
               IF WS-FORECAST-ON = 1
                   MOVE WS-FORECAST-X TO CKPT-FORECAST
               ELSE
                   MOVE SPACES TO CKPT-FORECAST
               END-IF
               OPEN OUTPUT CHECKPOINT-FILE
               WRITE CHECKPOINT-REC FROM WS-CKPT-LINE
               MOVE "TTTCKPT" TO FERR-FILE
           ResolveAliasExit.
               EXIT.

      *    each side is checked as of today; a correspondence game
      *    being settled on its deadline still has to land, so a
      *    refusal there books the forfeit unrated instead
           CheckEligibility.
               MOVE 0 TO WS-ELIG-REFUSED
               MOVE 0 TO WS-ELIG-UNRATED
               MOVE WS-X-PLAYER-ID TO WS-ELIG-SIDE
               PERFORM CheckOnePlayer
               MOVE WS-O-PLAYER-ID TO WS-ELIG-SIDE
               PERFORM CheckOnePlayer
               IF WS-ELIG-REFUSED = 1 AND WS-CORR-GAME = 1
                   IF CORR-REQUEST = "F"
                       MOVE 0 TO WS-ELIG-REFUSED
                       MOVE 1 TO WS-ELIG-UNRATED
                   END-IF
               END-IF.
           CheckEligibilityExit.
               EXIT.

           CheckOnePlayer.
               MOVE WS-ELIG-SIDE TO ELIG-PLAYER
               MOVE "TICTACTOE" TO ELIG-CALLER
               MOVE 0 TO ELIG-AS-OF
               CALL "ELIGCHK" USING ELIG-PARMS
               EVALUATE ELIG-VERDICT
                   WHEN "R"
                       MOVE 1 TO WS-ELIG-REFUSED
                       IF ELIG-HELD-STATUS = "S"
                           DISPLAY WS-ELIG-SIDE " IS SUSPENDED "
                               "THROUGH " ELIG-HELD-UNTIL " - "
                               ELIG-HELD-REASON
                       ELSE
                           DISPLAY WS-ELIG-SIDE " IS RETIRED - "
                               ELIG-HELD-REASON
                       END-IF
                   WHEN "U"
                       MOVE 1 TO WS-ELIG-UNRATED
                       DISPLAY WS-ELIG-SIDE " PLAYS UNRATED ONLY - "
                           ELIG-HELD-REASON
               END-EVALUATE.

           OfferResume.
               MOVE 0 TO WS-RESUMED
               OPEN INPUT CHECKPOINT-FILE
                       MOVE BOARD-DIM TO WIN-LEN
                   END-IF
                   PERFORM ComputeLineCounts
                   IF CKPT-VARIANT = "M" OR CKPT-VARIANT = "W"
                       MOVE CKPT-VARIANT TO WS-VARIANT
                   END-IF
                   PERFORM ShowVariant
                   IF CKPT-FORECAST IS NUMERIC
                       MOVE CKPT-FORECAST TO WS-FORECAST-X
                       MOVE 1 TO WS-FORECAST-ON
                       PERFORM ForecastMatchShow
                           THRU ForecastMatchExit
                   END-IF
      *            checkpoints from before these fields read as
      *            spaces - no takeback yet, full budget
                   IF CKPT-TOOKBACK = "1"
               IF WS-CLOCK-ON = 1
                   PERFORM OpenTurnClock
               END-IF
      *        the move choice lives in the shared engine, so the
      *        batch grading and the position deck judge by the very
      *        logic the game plays
               MOVE "M" TO ENG-ACTION
               MOVE GAMEBOARD TO ENG-BOARD
               MOVE BOARD-DIM TO ENG-DIM
               MOVE WIN-LEN TO ENG-WINLEN
               MOVE WS-DIFFICULTY TO ENG-DIFF
               MOVE PLAYERS(CURRENTPLAYER:1) TO ENG-MARK
               MOVE WS-VARIANT TO ENG-VARIANT
               CALL "TTTENGIN" USING ENG-PARMS
               MOVE ENG-PICK TO PLAYIND
               MOVE ENG-PUT TO WS-PLACE-MARK
               MOVE WS-PLACE-MARK TO GAMEBOARD(PLAYIND:1)
               DISPLAY " "
               IF WS-VARIANT = "W"
                   DISPLAY "COMPUTER ("PLAYERS(CURRENTPLAYER:1)") "
                       "PLACES " WS-PLACE-MARK " AT POSITION:"PLAYIND
               ELSE
                   DISPLAY "COMPUTER ("PLAYERS(CURRENTPLAYER:1)") "
                       "PLAYS POSITION:"PLAYIND
               END-IF
               PERFORM LogMove
               GO TO ShowBoard.

      *    the pending record holds the board and whose turn it is;
      *    the flip into PlayRound lands the turn on the side to move.
      *    a passed deadline forfeits that side through the same
      *    path as an empty game clock
           RestoreCorrGame.
               MOVE CORR-BOARD TO GAMEBOARD
               MOVE CORR-STARTED TO WS-SYS-DATE
               STRING WS-SYS-YYYY "-" WS-SYS-MM "-" WS-SYS-DD
                   DELIMITED BY SIZE INTO WS-GS-DATE
               IF CORR-TO-MOVE = "O"
                   MOVE 1 TO CURRENTPLAYER
               ELSE
                   MOVE 2 TO CURRENTPLAYER
               END-IF
               MOVE 0 TO WS-CORR-MOVED
               MOVE SPACE TO CORR-RESULT
               DISPLAY "CORRESPONDENCE GAME " CORR-GAME-ID " - "
                   CORR-X-ID " (X) VS " CORR-O-ID " (O)"
               IF CORR-REQUEST = "F"
                   IF CORR-TO-MOVE = "O"
                       MOVE 2 TO WS-TIMEOUT-LOSER
                   ELSE
                       MOVE 1 TO WS-TIMEOUT-LOSER
                   END-IF
                   DISPLAY "MOVE DEADLINE " CORR-DEADLINE " HAS PASSED"
               END-IF.

           StoreCorrMove.
               IF CORR-MOVE-COUNT IS NOT NUMERIC
                   MOVE 0 TO CORR-MOVE-COUNT
               END-IF
               IF CORR-MOVE-COUNT < 25
                   ADD 1 TO CORR-MOVE-COUNT
                   MOVE WS-MOVE-PLAYER TO CORR-MV-MARK(CORR-MOVE-COUNT)
                   MOVE PLAYIND TO CORR-MV-POS(CORR-MOVE-COUNT)
                   MOVE WS-MOVE-TIME TO CORR-MV-TIME(CORR-MOVE-COUNT)
               END-IF
               MOVE 1 TO WS-CORR-MOVED.

           SaveCorrGame.
               MOVE GAMEBOARD TO CORR-BOARD
               IF CURRENTPLAYER = 1
                   MOVE "O" TO CORR-TO-MOVE
               ELSE
                   MOVE "X" TO CORR-TO-MOVE
               END-IF
               MOVE "?" TO CORR-RESULT
               MOVE 1 TO WS-CORR-OPEN
               DISPLAY "MOVE SAVED - " CORR-TO-MOVE " IS NOW ON MOVE".

      *    the finished game's whole bracket - start line, then every
      *    move it carried - goes to the log ahead of the end line,
      *    so replays and reconciliation read it like any other game
           WriteCorrBracket.
               MOVE WS-GAME-START-LINE TO MOVE-LOG-REC
               PERFORM WriteMoveLog
               MOVE 1 TO WS-CORR-IDX
               PERFORM WriteCorrMove
                   UNTIL WS-CORR-IDX > CORR-MOVE-COUNT.

           WriteCorrMove.
               MOVE CORR-MV-MARK(WS-CORR-IDX) TO WS-MOVE-PLAYER
               COMPUTE WS-MOVE-ROW =
                   ((CORR-MV-POS(WS-CORR-IDX) - 1) / BOARD-DIM) + 1
               COMPUTE WS-MOVE-COL = CORR-MV-POS(WS-CORR-IDX)
                   - ((WS-MOVE-ROW - 1) * BOARD-DIM)
               MOVE CORR-MV-TIME(WS-CORR-IDX) TO WS-MOVE-TIMESTAMP
               MOVE WS-MOVE-LINE TO MOVE-LOG-REC
               PERFORM WriteMoveLog
               ADD 1 TO WS-CORR-IDX.

      *    a correspondence game's duration runs from the challenge
      *    to the final move, across however many days it took -
      *    capped at what the master's field can hold
           CorrElapsed.
               ACCEPT WS-CORR-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CORR-CLOCK FROM TIME
               COMPUTE WS-CORR-DAYS-GONE =
                   FUNCTION INTEGER-OF-DATE(WS-CORR-DATE)
                   - FUNCTION INTEGER-OF-DATE(CORR-STARTED)
               COMPUTE WS-CORR-SECONDS = (WS-CORR-DAYS-GONE * 86400)
                   + ((WS-CC-HH * 3600) + (WS-CC-MM * 60) + WS-CC-SS)
                   - ((CORR-ST-HH * 3600) + (CORR-ST-MM * 60)
                   + CORR-ST-SS)
               IF WS-CORR-SECONDS < 0
                   MOVE 0 TO WS-CORR-SECONDS
               END-IF
               IF WS-CORR-SECONDS > 999999
                   MOVE 999999 TO WS-CORR-SECONDS
               END-IF
               MOVE WS-CORR-SECONDS TO WS-GAME-SECONDS.

      *    how many winning segments the rule allows - each of the
      *    four directions contributes every placement of a WIN-LEN
                   END-IF
               END-IF.

      *    a correspondence game always answers with its own code -
      *    a move made, the player left without one, a result that
      *    never reached the master, or the recorded result
           EndPoint.
               IF WS-USE-PARMS = 1
                   IF WS-ELIG-REFUSED = 1
                       MOVE "R" TO TTT-PARM-RESULT
                       GO TO EndPointReturn
                   END-IF
                   IF WS-CORR-OPEN = 1 OR WS-CORR-GAME = 1
                       MOVE CORR-RESULT TO TTT-PARM-RESULT
                   ELSE
                       IF WINNER < 0
                           MOVE "T" TO TTT-PARM-RESULT
                       ELSE
                           MOVE PLAYERS(WINNER:1) TO TTT-PARM-RESULT
                       END-IF
                   END-IF
               END-IF.
           EndPointReturn.
           GOBACK.
       END PROGRAM TICTACTOE.
