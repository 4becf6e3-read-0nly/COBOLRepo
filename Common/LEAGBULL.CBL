       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAGBULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-HISTORY ASSIGN TO "MATCHHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-MATCH-ID
               ALTERNATE RECORD KEY IS HIST-PLAYER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RATE-JOURNAL ASSIGN TO "RATEJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT SESSION-LOG ASSIGN TO "SESSIONLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEADER-STATUS.
           SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT TOURNEY-FILE ASSIGN TO "TOURNEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURNEY-STATUS.
           SELECT SEASON-HISTORY ASSIGN TO "SEASONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASONS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-HISTORY.
       COPY MATCHREC.
       FD  RATE-JOURNAL.
       01  RATE-JOURNAL-REC PIC X(80).
       FD  SESSION-LOG.
       01  SESSION-LOG-REC PIC X(80).
       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-FILE-REC PIC X(60).
       FD  ACHIEVE-FILE.
       01  ACHIEVE-FILE-REC PIC X(30).
       FD  TOURNEY-FILE.
       01  TOURNEY-FILE-REC PIC X(80).
       FD  SEASON-HISTORY.
       01  SEASON-HISTORY-REC PIC X(80).
       LOCAL-STORAGE SECTION.
           01 WS-HISTORY-STATUS PIC X(2) VALUES "00".
           01 WS-JOURNAL-STATUS PIC X(2) VALUES "00".
           01 WS-SESSION-STATUS PIC X(2) VALUES "00".
           01 WS-LEADER-STATUS PIC X(2) VALUES "00".
           01 WS-ACH-STATUS PIC X(2) VALUES "00".
           01 WS-TOURNEY-STATUS PIC X(2) VALUES "00".
           01 WS-SEASONS-STATUS PIC X(2) VALUES "00".
           01 WS-RUN-DATE PIC 9(8).
      *    the week under review - the seven days ending yesterday
      *    unless the PARM names the last day as YYYYMMDD
           01 WS-FIRST-DAY PIC 9(8).
           01 WS-LAST-DAY PIC 9(8).
           01 WS-PARM-WORK PIC X(30) VALUES SPACES.
           COPY RATEJRNL.
           01 WS-SESS-LINE.
               05 WS-SESS-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-SESS-RESULT PIC X(4).
               05 FILLER PIC X(1).
               05 WS-SESS-TURNS PIC X(20).
               05 FILLER PIC X(1).
               05 WS-SESS-HEALTH PIC X(3).
               05 FILLER PIC X(1).
               05 WS-SESS-SLIMES PIC X(2).
               05 FILLER PIC X(1).
               05 WS-SESS-LEVEL PIC X(20).
               05 FILLER PIC X(1).
               05 WS-SESS-PLAYED-BY PIC X(17).
           01 WS-TURNS-WORK PIC X(20).
           01 WS-TURNS-NUM PIC 9(10).
           01 WS-LEADER-LINE.
               05 WS-LDR-TURNS PIC 9(20).
               05 FILLER PIC X(1).
               05 WS-LDR-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-LDR-NAME PIC X(20).
               05 FILLER PIC X(1).
               05 WS-LDR-OUTCOME PIC X(4).
               05 FILLER PIC X(1).
               05 WS-LDR-LEVEL PIC X(4).
           01 WS-ACH-LINE.
               05 WS-AL-OPER PIC X(8).
               05 FILLER PIC X(1).
               05 WS-AL-CODE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-AL-DATE PIC X(8).
           01 WS-TOURNEY-LINE.
               05 WS-TL-TYPE PIC X(1).
               05 FILLER PIC X(1).
               05 WS-TL-TEXT PIC X(78).
           01 WS-TOURNEY-DAY PIC 9(8) VALUES 0.
           01 WS-TOURNEY-DATE-X.
               05 WS-TD-YYYY PIC X(4).
               05 WS-TD-MM PIC X(2).
               05 WS-TD-DD PIC X(2).
           01 WS-SEASON-LINE.
               05 WS-SL-TYPE PIC X(1).
               05 FILLER PIC X(1).
               05 WS-SL-NUM PIC X(3).
               05 FILLER PIC X(1).
               05 WS-SL-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-SL-CHAMP PIC X(8).
               05 FILLER PIC X(1).
               05 WS-SL-RATING PIC X(4).
               05 FILLER PIC X(1).
               05 WS-SL-SNAP PIC X(20).
               05 FILLER PIC X(1).
               05 WS-SL-POOL PIC X(1).
           01 WS-LOOK-DATE PIC 9(8).
      *    the week's rating movement, one entry per player per
      *    pool - the net of every journal line in the week
           01 WS-MOVER-MAX PIC 9(3) VALUES 300.
           01 WS-MOVER-COUNT PIC 9(3) VALUES 0.
           01 WS-MOVER-OVER PIC 9(6) VALUES 0.
           01 WS-MOVER-TABLE.
               05 WS-MOVER-ENTRY OCCURS 300 TIMES.
                   10 WS-MV-PLAYER PIC X(8).
                   10 WS-MV-POOL PIC X(1).
                   10 WS-MV-NET PIC S9(5).
                   10 WS-MV-FROM PIC 9(4).
                   10 WS-MV-TO PIC 9(4).
                   10 WS-MV-DONE PIC 9(1).
           01 WS-MOVER-IDX PIC 9(3).
           01 WS-MOVER-HIT PIC 9(3).
           01 WS-BEST-IDX PIC 9(3).
           01 WS-BEST-NET PIC S9(5).
      *    both players' ratings going into each rated game of the
      *    week, from its journal lines - what an upset is judged by
           01 WS-RATED-MAX PIC 9(4) VALUES 1000.
           01 WS-RATED-COUNT PIC 9(4) VALUES 0.
           01 WS-RATED-OVER PIC 9(6) VALUES 0.
           01 WS-RATED-TABLE.
               05 WS-RATED-ENTRY OCCURS 1000 TIMES.
                   10 WS-RG-MATCH-ID PIC X(12).
                   10 WS-RG-PLAYER-1 PIC X(8).
                   10 WS-RG-RATING-1 PIC 9(4).
                   10 WS-RG-PLAYER-2 PIC X(8).
                   10 WS-RG-RATING-2 PIC 9(4).
           01 WS-RATED-IDX PIC 9(4).
           01 WS-RATED-HIT PIC 9(4).
           01 WS-WINNER-ID PIC X(8).
           01 WS-LOSER-ID PIC X(8).
           01 WS-WINNER-RATING PIC 9(4).
           01 WS-LOSER-RATING PIC 9(4).
           01 WS-GAP PIC 9(4).
      *    the biggest upsets, widest rating gap first - a new one
      *    slots in ahead of the first it beats and the last falls
      *    off a full list
           01 WS-UPSET-MAX PIC 9(2) VALUES 5.
           01 WS-UPSET-COUNT PIC 9(2) VALUES 0.
           01 WS-UPSET-TABLE.
               05 WS-UPSET-ENTRY OCCURS 5 TIMES.
                   10 WS-UP-GAP PIC 9(4).
                   10 WS-UP-MATCH-ID PIC X(12).
                   10 WS-UP-DIM PIC 9(1).
                   10 WS-UP-WINNER PIC X(8).
                   10 WS-UP-WIN-RATING PIC 9(4).
                   10 WS-UP-LOSER PIC X(8).
                   10 WS-UP-LOSE-RATING PIC 9(4).
           01 WS-UPSET-IDX PIC 9(2).
           01 WS-UPSET-SLOT PIC 9(2).
      *    games and dungeon sessions per player in the week
           01 WS-PLAYER-MAX PIC 9(3) VALUES 300.
           01 WS-PLAYER-COUNT PIC 9(3) VALUES 0.
           01 WS-PLAYER-OVER PIC 9(6) VALUES 0.
           01 WS-PLAYER-TABLE.
               05 WS-PLAYER-ENTRY OCCURS 300 TIMES.
                   10 WS-PL-ID PIC X(8).
                   10 WS-PL-GAMES PIC 9(5).
                   10 WS-PL-SESSIONS PIC 9(5).
                   10 WS-PL-TOTAL PIC 9(6).
                   10 WS-PL-DONE PIC 9(1).
           01 WS-PLAYER-IDX PIC 9(3).
           01 WS-PLAYER-HIT PIC 9(3).
           01 WS-BEST-TOTAL PIC 9(6).
           01 WS-FIND-ID PIC X(8).
           01 WS-FIND-KIND PIC X(1).
           01 WS-PARTNER-1 PIC X(8).
           01 WS-PARTNER-2 PIC X(8).
      *    games by board size, tictactoe then the dungeon
           01 WS-DIM-TABLE.
               05 WS-DIM-GAMES PIC 9(6) OCCURS 3 TIMES.
           01 WS-DIM-IDX PIC 9(1).
           01 WS-TTT-GAMES PIC 9(6) VALUES 0.
           01 WS-DGN-SESSIONS PIC 9(6) VALUES 0.
           01 WS-DGN-WINS PIC 9(6) VALUES 0.
      *    the week's longest dungeon run on each level
           01 WS-RUN-MAX PIC 9(2) VALUES 20.
           01 WS-RUN-COUNT PIC 9(2) VALUES 0.
           01 WS-RUN-TABLE.
               05 WS-RUN-ENTRY OCCURS 20 TIMES.
                   10 WS-RN-LEVEL PIC X(20).
                   10 WS-RN-TURNS PIC 9(10).
                   10 WS-RN-RESULT PIC X(4).
                   10 WS-RN-WHO PIC X(17).
           01 WS-RUN-IDX PIC 9(2).
           01 WS-RUN-HIT PIC 9(2).
      *    ready-made lines for the sections that are plain lists
           01 WS-CHAMP-MAX PIC 9(2) VALUES 20.
           01 WS-CHAMP-COUNT PIC 9(2) VALUES 0.
           01 WS-CHAMP-TABLE.
               05 WS-CHAMP-ENTRY PIC X(80) OCCURS 20 TIMES.
           01 WS-ACHV-MAX PIC 9(2) VALUES 60.
           01 WS-ACHV-COUNT PIC 9(2) VALUES 0.
           01 WS-ACHV-MORE PIC 9(6) VALUES 0.
           01 WS-ACHV-TABLE.
               05 WS-ACHV-ENTRY PIC X(80) OCCURS 60 TIMES.
           01 WS-RECORD-MAX PIC 9(2) VALUES 20.
           01 WS-RECORD-COUNT PIC 9(2) VALUES 0.
           01 WS-RECORD-TABLE.
               05 WS-RECORD-ENTRY PIC X(80) OCCURS 20 TIMES.
           01 WS-LIST-IDX PIC 9(2).
           01 WS-SECTIONS PIC 9(2) VALUES 0.
           01 WS-SHOWN PIC 9(2).
           01 WS-SHOW-POOL PIC X(1).
           01 WS-NET-OUT PIC +(4)9.
           01 WS-COUNT-OUT PIC ZZZZZ9.
           01 WS-COUNT-OUT2 PIC ZZZZZ9.
           01 WS-COUNT-OUT3 PIC ZZZZZ9.
           01 WS-RATING-OUT PIC ZZZ9.
           01 WS-RATING-OUT2 PIC ZZZ9.
           01 WS-TURNS-OUT PIC Z(9)9.
           01 WS-RANK PIC Z9.
           01 WS-RPT-LINE PIC X(80) VALUES SPACES.
           COPY RPTWRITE.
           COPY BATCHRC.
       LINKAGE SECTION.
       01  PARM-REC.
           05 PARM-LEN PIC S9(4) COMP.
           05 PARM-TEXT PIC X(30).

       PROCEDURE DIVISION USING PARM-REC.
           MAIN-LOGIC.
               MOVE "LEAGBULL" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM PICK-WEEK THRU PICK-WEEK-EXIT
               IF RETURN-CODE NOT = 0
                   GO TO BULLETIN-EXIT
               END-IF
               MOVE ZEROS TO WS-DIM-TABLE
               PERFORM LOAD-JOURNAL THRU LOAD-JOURNAL-EXIT
               PERFORM LOAD-MATCHES THRU LOAD-MATCHES-EXIT
               PERFORM LOAD-SESSIONS THRU LOAD-SESSIONS-EXIT
               PERFORM LOAD-LEADERBOARD THRU LOAD-LEADERBOARD-EXIT
               PERFORM LOAD-TOURNEYS THRU LOAD-TOURNEYS-EXIT
               PERFORM LOAD-SEASONS THRU LOAD-SEASONS-EXIT
               PERFORM LOAD-ACHIEVEMENTS THRU LOAD-ACHIEVEMENTS-EXIT
               MOVE "O" TO RPT-ACTION
               MOVE "LEAGBULL.RPT" TO RPT-NAME
               MOVE "WEEKLY LEAGUE BULLETIN" TO RPT-TITLE
               CALL "RPTWRITE" USING RPT-PARMS
               STRING "THE WEEK OF "
                   WS-FIRST-DAY(1:4) "-" WS-FIRST-DAY(5:2) "-"
                   WS-FIRST-DAY(7:2) " TO " WS-LAST-DAY(1:4) "-"
                   WS-LAST-DAY(5:2) "-" WS-LAST-DAY(7:2)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
      *        a section with nothing in it is left out altogether -
      *        the sheet goes on the board, so it carries only news
               PERFORM PRINT-GAMES THRU PRINT-GAMES-EXIT
               PERFORM PRINT-GAINERS THRU PRINT-GAINERS-EXIT
               PERFORM PRINT-LOSERS THRU PRINT-LOSERS-EXIT
               PERFORM PRINT-UPSETS THRU PRINT-UPSETS-EXIT
               PERFORM PRINT-CHAMPIONS THRU PRINT-CHAMPIONS-EXIT
               PERFORM PRINT-ACHIEVEMENTS THRU PRINT-ACHIEVEMENTS-EXIT
               PERFORM PRINT-RECORDS THRU PRINT-RECORDS-EXIT
               PERFORM PRINT-BUSIEST THRU PRINT-BUSIEST-EXIT
               IF WS-SECTIONS = 0
                   PERFORM WRITE-REPORT
                   MOVE "A QUIET WEEK - NO GAMES, RESULTS OR AWARDS "
                       & "TO REPORT" TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF
               IF WS-MOVER-OVER > 0 OR WS-RATED-OVER > 0
                   OR WS-PLAYER-OVER > 0
                   PERFORM WRITE-REPORT
                   MOVE "(MORE PLAYERS AND GAMES THAN THE BULLETIN'S "
                       & "TABLES HOLD - SOME ARE LEFT OUT)"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF
               PERFORM CLOSE-REPORT-FILE
               DISPLAY "LEAGBULL COMPLETE - WEEK " WS-FIRST-DAY
                   " TO " WS-LAST-DAY " GAMES: " WS-TTT-GAMES
                   " SESSIONS: " WS-DGN-SESSIONS
               GO TO BULLETIN-EXIT.

           WRITE-REPORT.
               MOVE "L" TO RPT-ACTION
               MOVE WS-RPT-LINE TO RPT-DETAIL
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE SPACES TO WS-RPT-LINE.

           CLOSE-REPORT-FILE.
               MOVE "C" TO RPT-ACTION
               CALL "RPTWRITE" USING RPT-PARMS.

      *    run early in the week the job looks back over the seven
      *    days just ended; a rerun for another week names its last
      *    day in the PARM
           PICK-WEEK.
               COMPUTE WS-LAST-DAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
               IF ADDRESS OF PARM-REC = NULL
                   GO TO PICK-WEEK-FIRST
               END-IF
               IF PARM-LEN NOT > 0 OR PARM-LEN > 30
                   GO TO PICK-WEEK-FIRST
               END-IF
               MOVE PARM-TEXT(1:PARM-LEN) TO WS-PARM-WORK
               IF WS-PARM-WORK(1:8) IS NOT NUMERIC
                   OR WS-PARM-WORK(9:22) NOT = SPACES
                   OR WS-PARM-WORK(5:2) < "01"
                   OR WS-PARM-WORK(5:2) > "12"
                   OR WS-PARM-WORK(7:2) < "01"
                   OR WS-PARM-WORK(7:2) > "31"
                   DISPLAY "LEAGBULL: PARM IS THE WEEK'S LAST DAY AS "
                       "YYYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   GO TO PICK-WEEK-EXIT
               END-IF
               MOVE WS-PARM-WORK(1:8) TO WS-LAST-DAY.
           PICK-WEEK-FIRST.
               COMPUTE WS-FIRST-DAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-LAST-DAY) - 6).
           PICK-WEEK-EXIT.
               EXIT.

      *    --------------------------------------------------------
      *    the rating journal gives each player's movement over the
      *    week and the ratings both players took into each game
      *    --------------------------------------------------------
           LOAD-JOURNAL.
               OPEN INPUT RATE-JOURNAL
               IF WS-JOURNAL-STATUS NOT = "00"
                   GO TO LOAD-JOURNAL-EXIT
               END-IF.
           LOAD-JOURNAL-LOOP.
               READ RATE-JOURNAL INTO WS-RATE-JOURNAL-LINE
                   AT END
                       CLOSE RATE-JOURNAL
                       GO TO LOAD-JOURNAL-EXIT
               END-READ
               IF WS-RJ-DATE IS NOT NUMERIC
                   OR WS-RJ-OLD-RATING IS NOT NUMERIC
                   OR WS-RJ-NEW-RATING IS NOT NUMERIC
                   GO TO LOAD-JOURNAL-LOOP
               END-IF
               IF WS-RJ-DATE < WS-FIRST-DAY
                   OR WS-RJ-DATE > WS-LAST-DAY
                   GO TO LOAD-JOURNAL-LOOP
               END-IF
               PERFORM TALLY-MOVER THRU TALLY-MOVER-EXIT
               PERFORM NOTE-RATED-GAME THRU NOTE-RATED-EXIT
               GO TO LOAD-JOURNAL-LOOP.
           LOAD-JOURNAL-EXIT.
               EXIT.

           TALLY-MOVER.
               MOVE 0 TO WS-MOVER-HIT
               MOVE 1 TO WS-MOVER-IDX
               PERFORM FIND-MOVER
                   UNTIL WS-MOVER-IDX > WS-MOVER-COUNT
                   OR WS-MOVER-HIT > 0
               IF WS-MOVER-HIT = 0
                   IF WS-MOVER-COUNT = WS-MOVER-MAX
                       ADD 1 TO WS-MOVER-OVER
                       GO TO TALLY-MOVER-EXIT
                   END-IF
                   ADD 1 TO WS-MOVER-COUNT
                   MOVE WS-MOVER-COUNT TO WS-MOVER-HIT
                   MOVE WS-RJ-PLAYER TO WS-MV-PLAYER(WS-MOVER-HIT)
                   MOVE WS-RJ-POOL TO WS-MV-POOL(WS-MOVER-HIT)
                   MOVE 0 TO WS-MV-NET(WS-MOVER-HIT)
                   MOVE WS-RJ-OLD-RATING TO WS-MV-FROM(WS-MOVER-HIT)
                   MOVE 0 TO WS-MV-DONE(WS-MOVER-HIT)
               END-IF
               COMPUTE WS-MV-NET(WS-MOVER-HIT) =
                   WS-MV-NET(WS-MOVER-HIT)
                   + WS-RJ-NEW-RATING - WS-RJ-OLD-RATING
               MOVE WS-RJ-NEW-RATING TO WS-MV-TO(WS-MOVER-HIT).
           TALLY-MOVER-EXIT.
               EXIT.

           FIND-MOVER.
               IF WS-MV-PLAYER(WS-MOVER-IDX) = WS-RJ-PLAYER
                   AND WS-MV-POOL(WS-MOVER-IDX) = WS-RJ-POOL
                   MOVE WS-MOVER-IDX TO WS-MOVER-HIT
               END-IF
               ADD 1 TO WS-MOVER-IDX.

           NOTE-RATED-GAME.
               IF WS-RJ-MATCH-ID = SPACES
                   GO TO NOTE-RATED-EXIT
               END-IF
               MOVE WS-RJ-MATCH-ID TO HIST-MATCH-ID
               PERFORM FIND-RATED-GAME
               IF WS-RATED-HIT = 0
                   IF WS-RATED-COUNT = WS-RATED-MAX
                       ADD 1 TO WS-RATED-OVER
                       GO TO NOTE-RATED-EXIT
                   END-IF
                   ADD 1 TO WS-RATED-COUNT
                   MOVE WS-RATED-COUNT TO WS-RATED-HIT
                   MOVE WS-RJ-MATCH-ID TO WS-RG-MATCH-ID(WS-RATED-HIT)
                   MOVE WS-RJ-PLAYER TO WS-RG-PLAYER-1(WS-RATED-HIT)
                   MOVE WS-RJ-OLD-RATING
                       TO WS-RG-RATING-1(WS-RATED-HIT)
                   MOVE SPACES TO WS-RG-PLAYER-2(WS-RATED-HIT)
                   MOVE 0 TO WS-RG-RATING-2(WS-RATED-HIT)
                   GO TO NOTE-RATED-EXIT
               END-IF
               IF WS-RG-PLAYER-2(WS-RATED-HIT) = SPACES
                   AND WS-RG-PLAYER-1(WS-RATED-HIT) NOT = WS-RJ-PLAYER
                   MOVE WS-RJ-PLAYER TO WS-RG-PLAYER-2(WS-RATED-HIT)
                   MOVE WS-RJ-OLD-RATING
                       TO WS-RG-RATING-2(WS-RATED-HIT)
               END-IF.
           NOTE-RATED-EXIT.
               EXIT.

      *    looks up HIST-MATCH-ID among the week's rated games
           FIND-RATED-GAME.
               MOVE 0 TO WS-RATED-HIT
               MOVE 1 TO WS-RATED-IDX
               PERFORM SCAN-RATED-GAME
                   UNTIL WS-RATED-IDX > WS-RATED-COUNT
                   OR WS-RATED-HIT > 0.

           SCAN-RATED-GAME.
               IF WS-RG-MATCH-ID(WS-RATED-IDX) = HIST-MATCH-ID
                   MOVE WS-RATED-IDX TO WS-RATED-HIT
               END-IF
               ADD 1 TO WS-RATED-IDX.

      *    --------------------------------------------------------
      *    the master is keyed by date - the walk starts on the
      *    week's first day and stops at the first game past it.
      *    the machine playing itself is not league play
      *    --------------------------------------------------------
           LOAD-MATCHES.
               OPEN INPUT MATCH-HISTORY
               IF WS-HISTORY-STATUS NOT = "00"
                   GO TO LOAD-MATCHES-EXIT
               END-IF
               MOVE WS-FIRST-DAY TO HIST-ID-DATE
               MOVE 0 TO HIST-ID-SEQ
               START MATCH-HISTORY KEY NOT LESS THAN HIST-MATCH-ID
               IF WS-HISTORY-STATUS NOT = "00"
                   CLOSE MATCH-HISTORY
                   GO TO LOAD-MATCHES-EXIT
               END-IF.
           LOAD-MATCHES-LOOP.
               READ MATCH-HISTORY NEXT
                   AT END
                       CLOSE MATCH-HISTORY
                       GO TO LOAD-MATCHES-EXIT
               END-READ
               IF HIST-ID-DATE > WS-LAST-DAY
                   CLOSE MATCH-HISTORY
                   GO TO LOAD-MATCHES-EXIT
               END-IF
               IF HIST-MODE = 3 OR HIST-X-ID = HIST-O-ID
                   GO TO LOAD-MATCHES-LOOP
               END-IF
               ADD 1 TO WS-TTT-GAMES
               IF HIST-DIM >= 3 AND HIST-DIM <= 5
                   COMPUTE WS-DIM-IDX = HIST-DIM - 2
                   ADD 1 TO WS-DIM-GAMES(WS-DIM-IDX)
               END-IF
               MOVE "G" TO WS-FIND-KIND
               MOVE HIST-X-ID TO WS-FIND-ID
               PERFORM COUNT-PLAYER THRU COUNT-PLAYER-EXIT
               MOVE HIST-O-ID TO WS-FIND-ID
               PERFORM COUNT-PLAYER THRU COUNT-PLAYER-EXIT
               IF (HIST-WINNER = "X" OR HIST-WINNER = "O")
                   AND HIST-RESULT-TYPE NOT = "U"
                   PERFORM JUDGE-UPSET THRU JUDGE-UPSET-EXIT
               END-IF
               GO TO LOAD-MATCHES-LOOP.
           LOAD-MATCHES-EXIT.
               EXIT.

      *    an upset is a win by the lower-rated player, measured by
      *    the ratings the two took into the game
           JUDGE-UPSET.
               PERFORM FIND-RATED-GAME
               IF WS-RATED-HIT = 0
                   GO TO JUDGE-UPSET-EXIT
               END-IF
               IF WS-RG-PLAYER-2(WS-RATED-HIT) = SPACES
                   GO TO JUDGE-UPSET-EXIT
               END-IF
               IF HIST-WINNER = "X"
                   MOVE HIST-X-ID TO WS-WINNER-ID
                   MOVE HIST-O-ID TO WS-LOSER-ID
               ELSE
                   MOVE HIST-O-ID TO WS-WINNER-ID
                   MOVE HIST-X-ID TO WS-LOSER-ID
               END-IF
               IF WS-RG-PLAYER-1(WS-RATED-HIT) = WS-WINNER-ID
                   MOVE WS-RG-RATING-1(WS-RATED-HIT)
                       TO WS-WINNER-RATING
                   MOVE WS-RG-RATING-2(WS-RATED-HIT) TO WS-LOSER-RATING
               ELSE
                   MOVE WS-RG-RATING-2(WS-RATED-HIT)
                       TO WS-WINNER-RATING
                   MOVE WS-RG-RATING-1(WS-RATED-HIT) TO WS-LOSER-RATING
               END-IF
               IF WS-LOSER-RATING NOT > WS-WINNER-RATING
                   GO TO JUDGE-UPSET-EXIT
               END-IF
               COMPUTE WS-GAP = WS-LOSER-RATING - WS-WINNER-RATING
               MOVE 1 TO WS-UPSET-SLOT
               PERFORM FIND-UPSET-SLOT
                   UNTIL WS-UPSET-SLOT > WS-UPSET-COUNT
                   OR WS-UP-GAP(WS-UPSET-SLOT) < WS-GAP
               IF WS-UPSET-SLOT > WS-UPSET-MAX
                   GO TO JUDGE-UPSET-EXIT
               END-IF
               IF WS-UPSET-COUNT < WS-UPSET-MAX
                   ADD 1 TO WS-UPSET-COUNT
               END-IF
               MOVE WS-UPSET-COUNT TO WS-UPSET-IDX
               PERFORM SHIFT-UPSET
                   UNTIL WS-UPSET-IDX <= WS-UPSET-SLOT
               MOVE WS-GAP TO WS-UP-GAP(WS-UPSET-SLOT)
               MOVE HIST-MATCH-ID TO WS-UP-MATCH-ID(WS-UPSET-SLOT)
               MOVE HIST-DIM TO WS-UP-DIM(WS-UPSET-SLOT)
               MOVE WS-WINNER-ID TO WS-UP-WINNER(WS-UPSET-SLOT)
               MOVE WS-WINNER-RATING TO WS-UP-WIN-RATING(WS-UPSET-SLOT)
               MOVE WS-LOSER-ID TO WS-UP-LOSER(WS-UPSET-SLOT)
               MOVE WS-LOSER-RATING
                   TO WS-UP-LOSE-RATING(WS-UPSET-SLOT).
           JUDGE-UPSET-EXIT.
               EXIT.

           FIND-UPSET-SLOT.
               ADD 1 TO WS-UPSET-SLOT.

           SHIFT-UPSET.
               MOVE WS-UPSET-ENTRY(WS-UPSET-IDX - 1)
                   TO WS-UPSET-ENTRY(WS-UPSET-IDX)
               SUBTRACT 1 FROM WS-UPSET-IDX.

      *    a game ("G") or a dungeon session ("S") for WS-FIND-ID -
      *    the house names (the computer, guest and simulator seats,
      *    an unsigned launch) are nobody's to be busiest
           COUNT-PLAYER.
               IF WS-FIND-ID = SPACES OR WS-FIND-ID = "COMPUTER"
                   OR WS-FIND-ID = "OPERATOR"
                   OR WS-FIND-ID(1:6) = "GUEST-"
                   OR WS-FIND-ID(1:4) = "SIM-"
                   GO TO COUNT-PLAYER-EXIT
               END-IF
               MOVE 0 TO WS-PLAYER-HIT
               MOVE 1 TO WS-PLAYER-IDX
               PERFORM FIND-PLAYER
                   UNTIL WS-PLAYER-IDX > WS-PLAYER-COUNT
                   OR WS-PLAYER-HIT > 0
               IF WS-PLAYER-HIT = 0
                   IF WS-PLAYER-COUNT = WS-PLAYER-MAX
                       ADD 1 TO WS-PLAYER-OVER
                       GO TO COUNT-PLAYER-EXIT
                   END-IF
                   ADD 1 TO WS-PLAYER-COUNT
                   MOVE WS-PLAYER-COUNT TO WS-PLAYER-HIT
                   MOVE WS-FIND-ID TO WS-PL-ID(WS-PLAYER-HIT)
                   MOVE 0 TO WS-PL-GAMES(WS-PLAYER-HIT)
                   MOVE 0 TO WS-PL-SESSIONS(WS-PLAYER-HIT)
                   MOVE 0 TO WS-PL-TOTAL(WS-PLAYER-HIT)
                   MOVE 0 TO WS-PL-DONE(WS-PLAYER-HIT)
               END-IF
               IF WS-FIND-KIND = "G"
                   ADD 1 TO WS-PL-GAMES(WS-PLAYER-HIT)
               ELSE
                   ADD 1 TO WS-PL-SESSIONS(WS-PLAYER-HIT)
               END-IF
               ADD 1 TO WS-PL-TOTAL(WS-PLAYER-HIT).
           COUNT-PLAYER-EXIT.
               EXIT.

           FIND-PLAYER.
               IF WS-PL-ID(WS-PLAYER-IDX) = WS-FIND-ID
                   MOVE WS-PLAYER-IDX TO WS-PLAYER-HIT
               END-IF
               ADD 1 TO WS-PLAYER-IDX.

      *    --------------------------------------------------------
      *    dungeon sessions - who played, and the longest run on
      *    each level. a co-op run counts for both partners
      *    --------------------------------------------------------
           LOAD-SESSIONS.
               OPEN INPUT SESSION-LOG
               IF WS-SESSION-STATUS NOT = "00"
                   GO TO LOAD-SESSIONS-EXIT
               END-IF.
           LOAD-SESSIONS-LOOP.
               READ SESSION-LOG INTO WS-SESS-LINE
                   AT END
                       CLOSE SESSION-LOG
                       GO TO LOAD-SESSIONS-EXIT
               END-READ
               IF WS-SESS-DATE IS NOT NUMERIC
                   GO TO LOAD-SESSIONS-LOOP
               END-IF
               MOVE WS-SESS-DATE TO WS-LOOK-DATE
               IF WS-LOOK-DATE < WS-FIRST-DAY
                   OR WS-LOOK-DATE > WS-LAST-DAY
                   GO TO LOAD-SESSIONS-LOOP
               END-IF
               ADD 1 TO WS-DGN-SESSIONS
               IF WS-SESS-RESULT = "WIN "
                   ADD 1 TO WS-DGN-WINS
               END-IF
               MOVE SPACES TO WS-PARTNER-1 WS-PARTNER-2
               UNSTRING WS-SESS-PLAYED-BY DELIMITED BY "+"
                   INTO WS-PARTNER-1 WS-PARTNER-2
               MOVE "S" TO WS-FIND-KIND
               MOVE WS-PARTNER-1 TO WS-FIND-ID
               PERFORM COUNT-PLAYER THRU COUNT-PLAYER-EXIT
               MOVE WS-PARTNER-2 TO WS-FIND-ID
               PERFORM COUNT-PLAYER THRU COUNT-PLAYER-EXIT
               MOVE WS-SESS-TURNS TO WS-TURNS-WORK
               INSPECT WS-TURNS-WORK
                   REPLACING LEADING SPACE BY ZERO
               IF WS-TURNS-WORK IS NUMERIC
                   MOVE WS-TURNS-WORK(11:10) TO WS-TURNS-NUM
                   PERFORM NOTE-LONG-RUN THRU NOTE-LONG-RUN-EXIT
               END-IF
               GO TO LOAD-SESSIONS-LOOP.
           LOAD-SESSIONS-EXIT.
               EXIT.

           NOTE-LONG-RUN.
               MOVE 0 TO WS-RUN-HIT
               MOVE 1 TO WS-RUN-IDX
               PERFORM FIND-RUN-LEVEL
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   OR WS-RUN-HIT > 0
               IF WS-RUN-HIT = 0
                   IF WS-RUN-COUNT = WS-RUN-MAX
                       GO TO NOTE-LONG-RUN-EXIT
                   END-IF
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT TO WS-RUN-HIT
                   MOVE WS-SESS-LEVEL TO WS-RN-LEVEL(WS-RUN-HIT)
                   MOVE 0 TO WS-RN-TURNS(WS-RUN-HIT)
               END-IF
               IF WS-TURNS-NUM > WS-RN-TURNS(WS-RUN-HIT)
                   MOVE WS-TURNS-NUM TO WS-RN-TURNS(WS-RUN-HIT)
                   MOVE WS-SESS-RESULT TO WS-RN-RESULT(WS-RUN-HIT)
                   MOVE WS-SESS-PLAYED-BY TO WS-RN-WHO(WS-RUN-HIT)
               END-IF.
           NOTE-LONG-RUN-EXIT.
               EXIT.

           FIND-RUN-LEVEL.
               IF WS-RN-LEVEL(WS-RUN-IDX) = WS-SESS-LEVEL
                   MOVE WS-RUN-IDX TO WS-RUN-HIT
               END-IF
               ADD 1 TO WS-RUN-IDX.

      *    a leaderboard place dated inside the week was set this
      *    week - the board only keeps the best runs ever made
           LOAD-LEADERBOARD.
               OPEN INPUT LEADERBOARD-FILE
               IF WS-LEADER-STATUS NOT = "00"
                   GO TO LOAD-LEADERBOARD-EXIT
               END-IF.
           LOAD-LEADERBOARD-LOOP.
               READ LEADERBOARD-FILE INTO WS-LEADER-LINE
                   AT END
                       CLOSE LEADERBOARD-FILE
                       GO TO LOAD-LEADERBOARD-EXIT
               END-READ
               IF WS-LDR-DATE IS NOT NUMERIC
                   OR WS-LDR-TURNS IS NOT NUMERIC
                   GO TO LOAD-LEADERBOARD-LOOP
               END-IF
               MOVE WS-LDR-DATE TO WS-LOOK-DATE
               IF WS-LOOK-DATE < WS-FIRST-DAY
                   OR WS-LOOK-DATE > WS-LAST-DAY
                   OR WS-RECORD-COUNT = WS-RECORD-MAX
                   GO TO LOAD-LEADERBOARD-LOOP
               END-IF
               ADD 1 TO WS-RECORD-COUNT
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-LDR-TURNS TO WS-TURNS-NUM
               MOVE WS-TURNS-NUM TO WS-TURNS-OUT
               STRING "  " WS-LDR-DATE "  " WS-LDR-NAME WS-TURNS-OUT
                   " TURNS " WS-LDR-OUTCOME " " WS-LDR-LEVEL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO WS-RECORD-ENTRY(WS-RECORD-COUNT)
               MOVE SPACES TO WS-RPT-LINE
               GO TO LOAD-LEADERBOARD-LOOP.
           LOAD-LEADERBOARD-EXIT.
               EXIT.

      *    the tournament log dates each event on its "T" line; the
      *    "C" line that closes it names the champion
           LOAD-TOURNEYS.
               MOVE 0 TO WS-TOURNEY-DAY
               OPEN INPUT TOURNEY-FILE
               IF WS-TOURNEY-STATUS NOT = "00"
                   GO TO LOAD-TOURNEYS-EXIT
               END-IF.
           LOAD-TOURNEYS-LOOP.
               READ TOURNEY-FILE INTO WS-TOURNEY-LINE
                   AT END
                       CLOSE TOURNEY-FILE
                       GO TO LOAD-TOURNEYS-EXIT
               END-READ
               IF WS-TL-TYPE = "T"
                   MOVE 0 TO WS-TOURNEY-DAY
                   MOVE WS-TL-TEXT(1:4) TO WS-TD-YYYY
                   MOVE WS-TL-TEXT(6:2) TO WS-TD-MM
                   MOVE WS-TL-TEXT(9:2) TO WS-TD-DD
                   IF WS-TOURNEY-DATE-X IS NUMERIC
                       MOVE WS-TOURNEY-DATE-X TO WS-TOURNEY-DAY
                   END-IF
               END-IF
               IF WS-TL-TYPE = "C"
                   AND WS-TOURNEY-DAY >= WS-FIRST-DAY
                   AND WS-TOURNEY-DAY <= WS-LAST-DAY
                   AND WS-CHAMP-COUNT < WS-CHAMP-MAX
                   ADD 1 TO WS-CHAMP-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " WS-TOURNEY-DAY "  TOURNAMENT CHAMPION "
                       WS-TL-TEXT(1:8)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   MOVE WS-RPT-LINE TO WS-CHAMP-ENTRY(WS-CHAMP-COUNT)
                   MOVE SPACES TO WS-RPT-LINE
               END-IF
               GO TO LOAD-TOURNEYS-LOOP.
           LOAD-TOURNEYS-EXIT.
               EXIT.

           LOAD-SEASONS.
               OPEN INPUT SEASON-HISTORY
               IF WS-SEASONS-STATUS NOT = "00"
                   GO TO LOAD-SEASONS-EXIT
               END-IF.
           LOAD-SEASONS-LOOP.
               READ SEASON-HISTORY INTO WS-SEASON-LINE
                   AT END
                       CLOSE SEASON-HISTORY
                       GO TO LOAD-SEASONS-EXIT
               END-READ
               IF WS-SL-TYPE NOT = "C" OR WS-SL-DATE IS NOT NUMERIC
                   GO TO LOAD-SEASONS-LOOP
               END-IF
               MOVE WS-SL-DATE TO WS-LOOK-DATE
               IF WS-LOOK-DATE < WS-FIRST-DAY
                   OR WS-LOOK-DATE > WS-LAST-DAY
                   OR WS-CHAMP-COUNT = WS-CHAMP-MAX
                   GO TO LOAD-SEASONS-LOOP
               END-IF
               MOVE WS-SL-POOL TO WS-SHOW-POOL
               IF WS-SHOW-POOL = SPACE
                   MOVE "3" TO WS-SHOW-POOL
               END-IF
               ADD 1 TO WS-CHAMP-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-SL-DATE "  SEASON " WS-SL-NUM " "
                   WS-SHOW-POOL "X" WS-SHOW-POOL " CHAMPION "
                   WS-SL-CHAMP " AT " WS-SL-RATING
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO WS-CHAMP-ENTRY(WS-CHAMP-COUNT)
               MOVE SPACES TO WS-RPT-LINE
               GO TO LOAD-SEASONS-LOOP.
           LOAD-SEASONS-EXIT.
               EXIT.

           LOAD-ACHIEVEMENTS.
               OPEN INPUT ACHIEVE-FILE
               IF WS-ACH-STATUS NOT = "00"
                   GO TO LOAD-ACHIEVEMENTS-EXIT
               END-IF.
           LOAD-ACHIEVEMENTS-LOOP.
               READ ACHIEVE-FILE INTO WS-ACH-LINE
                   AT END
                       CLOSE ACHIEVE-FILE
                       GO TO LOAD-ACHIEVEMENTS-EXIT
               END-READ
               IF WS-AL-DATE IS NOT NUMERIC
                   GO TO LOAD-ACHIEVEMENTS-LOOP
               END-IF
               MOVE WS-AL-DATE TO WS-LOOK-DATE
               IF WS-LOOK-DATE < WS-FIRST-DAY
                   OR WS-LOOK-DATE > WS-LAST-DAY
                   GO TO LOAD-ACHIEVEMENTS-LOOP
               END-IF
               IF WS-ACHV-COUNT = WS-ACHV-MAX
                   ADD 1 TO WS-ACHV-MORE
                   GO TO LOAD-ACHIEVEMENTS-LOOP
               END-IF
               ADD 1 TO WS-ACHV-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-AL-DATE "  " WS-AL-OPER " " WS-AL-CODE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO WS-ACHV-ENTRY(WS-ACHV-COUNT)
               MOVE SPACES TO WS-RPT-LINE
               GO TO LOAD-ACHIEVEMENTS-LOOP.
           LOAD-ACHIEVEMENTS-EXIT.
               EXIT.

      *    --------------------------------------------------------
      *    the sections, each headed and left out when empty
      *    --------------------------------------------------------
           PRINT-GAMES.
               IF WS-TTT-GAMES = 0 AND WS-DGN-SESSIONS = 0
                   GO TO PRINT-GAMES-EXIT
               END-IF
               ADD 1 TO WS-SECTIONS
               PERFORM WRITE-REPORT
               MOVE "GAMES PLAYED" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE WS-DIM-GAMES(1) TO WS-COUNT-OUT
               MOVE WS-DIM-GAMES(2) TO WS-COUNT-OUT2
               MOVE WS-DIM-GAMES(3) TO WS-COUNT-OUT3
               STRING "  TICTACTOE 3X3" WS-COUNT-OUT
                   "   4X4" WS-COUNT-OUT2 "   5X5" WS-COUNT-OUT3
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE WS-DGN-SESSIONS TO WS-COUNT-OUT
               MOVE WS-DGN-WINS TO WS-COUNT-OUT2
               STRING "  DUNGEON SESSIONS" WS-COUNT-OUT
                   "   ESCAPED" WS-COUNT-OUT2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT.
           PRINT-GAMES-EXIT.
               EXIT.

      *    the five biggest net gains, then the five biggest net
      *    losses, each in its own rating pool
           PRINT-GAINERS.
               MOVE 0 TO WS-SHOWN
               PERFORM PICK-GAINER
               IF WS-BEST-IDX = 0
                   GO TO PRINT-GAINERS-EXIT
               END-IF
               ADD 1 TO WS-SECTIONS
               PERFORM WRITE-REPORT
               MOVE "BIGGEST RATING GAINERS" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               PERFORM PRINT-ONE-MOVER
                   UNTIL WS-BEST-IDX = 0.
           PRINT-GAINERS-EXIT.
               EXIT.

           PICK-GAINER.
               MOVE 0 TO WS-BEST-IDX
               MOVE 0 TO WS-BEST-NET
               IF WS-SHOWN < 5
                   MOVE 1 TO WS-MOVER-IDX
                   PERFORM SCAN-GAINER
                       UNTIL WS-MOVER-IDX > WS-MOVER-COUNT
               END-IF.

           SCAN-GAINER.
               IF WS-MV-DONE(WS-MOVER-IDX) = 0
                   AND WS-MV-NET(WS-MOVER-IDX) > WS-BEST-NET
                   MOVE WS-MOVER-IDX TO WS-BEST-IDX
                   MOVE WS-MV-NET(WS-MOVER-IDX) TO WS-BEST-NET
               END-IF
               ADD 1 TO WS-MOVER-IDX.

           PRINT-LOSERS.
               MOVE 0 TO WS-SHOWN
               PERFORM PICK-LOSER
               IF WS-BEST-IDX = 0
                   GO TO PRINT-LOSERS-EXIT
               END-IF
               ADD 1 TO WS-SECTIONS
               PERFORM WRITE-REPORT
               MOVE "BIGGEST RATING LOSERS" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               PERFORM PRINT-ONE-LOSER
                   UNTIL WS-BEST-IDX = 0.
           PRINT-LOSERS-EXIT.
               EXIT.

           PICK-LOSER.
               MOVE 0 TO WS-BEST-IDX
               MOVE 0 TO WS-BEST-NET
               IF WS-SHOWN < 5
                   MOVE 1 TO WS-MOVER-IDX
                   PERFORM SCAN-LOSER
                       UNTIL WS-MOVER-IDX > WS-MOVER-COUNT
               END-IF.

           SCAN-LOSER.
               IF WS-MV-DONE(WS-MOVER-IDX) = 0
                   AND WS-MV-NET(WS-MOVER-IDX) < WS-BEST-NET
                   MOVE WS-MOVER-IDX TO WS-BEST-IDX
                   MOVE WS-MV-NET(WS-MOVER-IDX) TO WS-BEST-NET
               END-IF
               ADD 1 TO WS-MOVER-IDX.

           PRINT-ONE-MOVER.
               PERFORM FORMAT-MOVER
               PERFORM PICK-GAINER.

           PRINT-ONE-LOSER.
               PERFORM FORMAT-MOVER
               PERFORM PICK-LOSER.

           FORMAT-MOVER.
               ADD 1 TO WS-SHOWN
               MOVE 1 TO WS-MV-DONE(WS-BEST-IDX)
               MOVE WS-SHOWN TO WS-RANK
               MOVE WS-MV-NET(WS-BEST-IDX) TO WS-NET-OUT
               MOVE WS-MV-FROM(WS-BEST-IDX) TO WS-RATING-OUT
               MOVE WS-MV-TO(WS-BEST-IDX) TO WS-RATING-OUT2
               MOVE WS-MV-POOL(WS-BEST-IDX) TO WS-SHOW-POOL
               IF WS-SHOW-POOL = SPACE
                   MOVE "3" TO WS-SHOW-POOL
               END-IF
               STRING "  " WS-RANK ". " WS-MV-PLAYER(WS-BEST-IDX) " "
                   WS-SHOW-POOL "X" WS-SHOW-POOL " " WS-NET-OUT
                   "  (" WS-RATING-OUT " TO " WS-RATING-OUT2 ")"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT.

           PRINT-UPSETS.
               IF WS-UPSET-COUNT = 0
                   GO TO PRINT-UPSETS-EXIT
               END-IF
               ADD 1 TO WS-SECTIONS
               PERFORM WRITE-REPORT
               MOVE "BIGGEST UPSETS" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 1 TO WS-UPSET-IDX
               PERFORM PRINT-ONE-UPSET
                   UNTIL WS-UPSET-IDX > WS-UPSET-COUNT.
           PRINT-UPSETS-EXIT.
               EXIT.

           PRINT-ONE-UPSET.
               MOVE WS-UPSET-IDX TO WS-RANK
               MOVE WS-UP-WIN-RATING(WS-UPSET-IDX) TO WS-RATING-OUT
               MOVE WS-UP-LOSE-RATING(WS-UPSET-IDX) TO WS-RATING-OUT2
               MOVE WS-UP-GAP(WS-UPSET-IDX) TO WS-COUNT-OUT
               STRING "  " WS-RANK ". " WS-UP-WINNER(WS-UPSET-IDX)
                   " (" WS-RATING-OUT ") BEAT "
                   WS-UP-LOSER(WS-UPSET-IDX) " (" WS-RATING-OUT2
                   ") " WS-UP-DIM(WS-UPSET-IDX) "X"
                   WS-UP-DIM(WS-UPSET-IDX) " GAP" WS-COUNT-OUT
                   "  " WS-UP-MATCH-ID(WS-UPSET-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-UPSET-IDX.

           PRINT-CHAMPIONS.
               IF WS-CHAMP-COUNT = 0
                   GO TO PRINT-CHAMPIONS-EXIT
               END-IF
               ADD 1 TO WS-SECTIONS
               PERFORM WRITE-REPORT
               MOVE "NEW CHAMPIONS" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 1 TO WS-LIST-IDX
               PERFORM PRINT-ONE-CHAMPION
                   UNTIL WS-LIST-IDX > WS-CHAMP-COUNT.
           PRINT-CHAMPIONS-EXIT.
               EXIT.

           PRINT-ONE-CHAMPION.
               MOVE WS-CHAMP-ENTRY(WS-LIST-IDX) TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-LIST-IDX.

           PRINT-ACHIEVEMENTS.
               IF WS-ACHV-COUNT = 0
                   GO TO PRINT-ACHIEVEMENTS-EXIT
               END-IF
               ADD 1 TO WS-SECTIONS
               PERFORM WRITE-REPORT
               MOVE "ACHIEVEMENTS EARNED" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 1 TO WS-LIST-IDX
               PERFORM PRINT-ONE-ACHIEVEMENT
                   UNTIL WS-LIST-IDX > WS-ACHV-COUNT
               IF WS-ACHV-MORE > 0
                   MOVE WS-ACHV-MORE TO WS-COUNT-OUT
                   STRING "  AND" WS-COUNT-OUT " MORE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF.
           PRINT-ACHIEVEMENTS-EXIT.
               EXIT.

           PRINT-ONE-ACHIEVEMENT.
               MOVE WS-ACHV-ENTRY(WS-LIST-IDX) TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-LIST-IDX.

           PRINT-RECORDS.
               IF WS-RECORD-COUNT = 0 AND WS-RUN-COUNT = 0
                   GO TO PRINT-RECORDS-EXIT
               END-IF
               ADD 1 TO WS-SECTIONS
               PERFORM WRITE-REPORT
               MOVE "DUNGEON RECORDS" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-RECORD-COUNT > 0
                   MOVE " NEW ON THE LEADERBOARD" TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE 1 TO WS-LIST-IDX
                   PERFORM PRINT-ONE-RECORD
                       UNTIL WS-LIST-IDX > WS-RECORD-COUNT
               END-IF
               IF WS-RUN-COUNT > 0
                   MOVE " LONGEST RUN OF THE WEEK ON EACH LEVEL"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE 1 TO WS-RUN-IDX
                   PERFORM PRINT-ONE-RUN
                       UNTIL WS-RUN-IDX > WS-RUN-COUNT
               END-IF.
           PRINT-RECORDS-EXIT.
               EXIT.

           PRINT-ONE-RECORD.
               MOVE WS-RECORD-ENTRY(WS-LIST-IDX) TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-LIST-IDX.

           PRINT-ONE-RUN.
               MOVE WS-RN-TURNS(WS-RUN-IDX) TO WS-TURNS-OUT
               STRING "  " WS-RN-LEVEL(WS-RUN-IDX) WS-TURNS-OUT
                   " TURNS " WS-RN-RESULT(WS-RUN-IDX) " "
                   WS-RN-WHO(WS-RUN-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-RUN-IDX.

      *    games and sessions together - the five most active
           PRINT-BUSIEST.
               MOVE 0 TO WS-SHOWN
               PERFORM PICK-BUSIEST
               IF WS-BEST-IDX = 0
                   GO TO PRINT-BUSIEST-EXIT
               END-IF
               ADD 1 TO WS-SECTIONS
               PERFORM WRITE-REPORT
               MOVE "BUSIEST PLAYERS" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               PERFORM PRINT-ONE-BUSIEST
                   UNTIL WS-BEST-IDX = 0.
           PRINT-BUSIEST-EXIT.
               EXIT.

           PICK-BUSIEST.
               MOVE 0 TO WS-BEST-IDX
               MOVE 0 TO WS-BEST-TOTAL
               IF WS-SHOWN < 5
                   MOVE 1 TO WS-PLAYER-IDX
                   PERFORM SCAN-BUSIEST
                       UNTIL WS-PLAYER-IDX > WS-PLAYER-COUNT
               END-IF.

           SCAN-BUSIEST.
               IF WS-PL-DONE(WS-PLAYER-IDX) = 0
                   AND WS-PL-TOTAL(WS-PLAYER-IDX) > WS-BEST-TOTAL
                   MOVE WS-PLAYER-IDX TO WS-BEST-IDX
                   MOVE WS-PL-TOTAL(WS-PLAYER-IDX) TO WS-BEST-TOTAL
               END-IF
               ADD 1 TO WS-PLAYER-IDX.

           PRINT-ONE-BUSIEST.
               ADD 1 TO WS-SHOWN
               MOVE 1 TO WS-PL-DONE(WS-BEST-IDX)
               MOVE WS-SHOWN TO WS-RANK
               MOVE WS-PL-GAMES(WS-BEST-IDX) TO WS-COUNT-OUT
               MOVE WS-PL-SESSIONS(WS-BEST-IDX) TO WS-COUNT-OUT2
               STRING "  " WS-RANK ". " WS-PL-ID(WS-BEST-IDX)
                   WS-COUNT-OUT " GAMES" WS-COUNT-OUT2
                   " DUNGEON SESSIONS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               PERFORM PICK-BUSIEST.

           BULLETIN-EXIT.
               MOVE "LEAGBULL" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM LEAGBULL.
