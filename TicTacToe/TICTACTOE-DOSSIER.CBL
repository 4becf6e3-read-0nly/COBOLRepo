       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTDOSS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT RATE-JOURNAL ASSIGN TO "RATEJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MATCH-HISTORY ASSIGN TO "MATCHHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-MATCH-ID
               ALTERNATE RECORD KEY IS HIST-PLAYER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ARC-HISTORY ASSIGN TO "MATCHHIST.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT TOURNEY-FILE ASSIGN TO "TOURNEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURNEY-STATUS.
           SELECT SEASON-HISTORY ASSIGN TO "SEASONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASONS-STATUS.
           SELECT ALIAS-FILE ASSIGN TO "ALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATINGS-FILE.
       COPY RATEREC.
       FD  RATE-JOURNAL.
       01  RATE-JOURNAL-REC PIC X(50).
       FD  MATCH-HISTORY.
       COPY MATCHREC.
       FD  ARC-HISTORY.
       01  ARC-HISTORY-REC PIC X(80).
       FD  ACHIEVE-FILE.
       01  ACHIEVE-FILE-REC PIC X(30).
       FD  TOURNEY-FILE.
       01  TOURNEY-FILE-REC PIC X(80).
       FD  SEASON-HISTORY.
       01  SEASON-HISTORY-REC PIC X(80).
       FD  ALIAS-FILE.
       01  ALIAS-FILE-REC PIC X(20).
       LOCAL-STORAGE SECTION.
           01 WS-RATINGS-STATUS PIC X(2) VALUES "00".
           01 WS-JOURNAL-STATUS PIC X(2) VALUES "00".
           01 WS-HISTORY-STATUS PIC X(2) VALUES "00".
           01 WS-ARC-STATUS PIC X(2) VALUES "00".
           01 WS-ACH-STATUS PIC X(2) VALUES "00".
           01 WS-TOURNEY-STATUS PIC X(2) VALUES "00".
           01 WS-SEASONS-STATUS PIC X(2) VALUES "00".
           01 WS-ALIAS-STATUS PIC X(2) VALUES "00".
           COPY RATEJRNL.
           01 WS-DOSS-ID PIC X(8) VALUES SPACES.
           01 WS-ASKED-ID PIC X(8) VALUES SPACES.
           01 WS-OPER-ID PIC X(8) VALUES SPACES.
           01 WS-TODAY PIC 9(8) VALUES 0.
      *    rating movement looks back thirty days from today
           01 WS-WINDOW-START PIC 9(8) VALUES 0.
           01 WS-ARC-LINE PIC X(80).
           01 WS-IN-SEGMENT PIC 9(1) VALUES 0.
           01 WS-ALIAS-LINE.
               05 WS-ALIAS-OLD PIC X(8).
               05 FILLER PIC X(1).
               05 WS-ALIAS-CANON PIC X(8).
           01 WS-ACH-LINE.
               05 WS-AL-OPER PIC X(8).
               05 FILLER PIC X(1).
               05 WS-AL-CODE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-AL-DATE PIC X(8).
      *    TTTTOURN writes a "T" line dated when the event opened and
      *    a "C" line naming the champion when it closed
           01 WS-TOURNEY-LINE.
               05 WS-TL-TAG PIC X(1).
               05 FILLER PIC X(1).
               05 WS-TL-TEXT PIC X(78).
           01 WS-TOURNEY-DATE PIC X(10) VALUES SPACES.
      *    SEASNEND's champion line - one per pool per closed season
           01 WS-SEASON-LINE.
               05 WS-SN-TAG PIC X(1).
               05 FILLER PIC X(1).
               05 WS-SN-NUM PIC X(3).
               05 FILLER PIC X(1).
               05 WS-SN-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-SN-CHAMP PIC X(8).
               05 FILLER PIC X(1).
               05 WS-SN-RATING PIC X(4).
               05 FILLER PIC X(1).
               05 WS-SN-SNAP PIC X(20).
               05 FILLER PIC X(1).
               05 WS-SN-POOL PIC X(1).
      *    the player's card in each rating pool with its ladder
      *    position and the last thirty days of journaled changes -
      *    entry 1 is the 3X3 pool, 2 the 4X4, 3 the 5X5
           01 WS-POOL-TABLE.
               05 WS-POOL-ENTRY OCCURS 3 TIMES.
                   10 WS-PL-FOUND PIC 9(1).
                   10 WS-PL-RATING PIC 9(4).
                   10 WS-PL-RANK PIC 9(3).
                   10 WS-PL-SIZE PIC 9(3).
                   10 WS-PL-WINS PIC 9(6).
                   10 WS-PL-LOSSES PIC 9(6).
                   10 WS-PL-DRAWS PIC 9(6).
                   10 WS-PL-CHANGES PIC 9(4).
                   10 WS-PL-FIRST-OLD PIC 9(4).
                   10 WS-PL-LAST-NEW PIC 9(4).
           01 WS-POOL-IDX PIC 9(1).
           01 WS-SHOW-POOL PIC 9(1).
           01 WS-ANY-CARD PIC 9(1) VALUES 0.
           01 WS-NET-MOVE PIC S9(4) VALUES 0.
           01 WS-MOVE-EDIT PIC +(4)9.
      *    every game the player sat in, by board size, and the
      *    games against the computer by difficulty - entry 4 holds
      *    games from before the difficulty was recorded
           01 WS-DIM-TABLE.
               05 WS-DIM-ENTRY OCCURS 3 TIMES.
                   10 WS-DM-WINS PIC 9(5).
                   10 WS-DM-LOSSES PIC 9(5).
                   10 WS-DM-DRAWS PIC 9(5).
           01 WS-CPU-TABLE.
               05 WS-CPU-ENTRY OCCURS 4 TIMES.
                   10 WS-CP-WINS PIC 9(5).
                   10 WS-CP-LOSSES PIC 9(5).
                   10 WS-CP-DRAWS PIC 9(5).
           01 WS-DIM-IDX PIC 9(1).
           01 WS-CPU-IDX PIC 9(1).
           01 WS-GAMES PIC 9(6) VALUES 0.
           01 WS-CPU-GAMES PIC 9(6) VALUES 0.
      *    head-to-head against every human opponent met, ranked by
      *    games played once the history has been read
           01 WS-RIVAL-COUNT PIC 9(3) VALUES 0.
           01 WS-RIVAL-DROPPED PIC 9(4) VALUES 0.
           01 WS-RIVAL-TABLE.
               05 WS-RIVAL-ENTRY OCCURS 200 TIMES.
                   10 WS-RV-ID PIC X(8).
                   10 WS-RV-GAMES PIC 9(5).
                   10 WS-RV-WINS PIC 9(5).
                   10 WS-RV-LOSSES PIC 9(5).
                   10 WS-RV-DRAWS PIC 9(5).
           01 WS-RIVAL-SWAP PIC X(28).
           01 WS-RIVAL-IDX PIC 9(3).
           01 WS-RIVAL-IDX2 PIC 9(3).
           01 WS-RIVAL-HIT PIC 9(3).
      *    the ten most recent games - the history is read oldest
      *    first, so each game overwrites the oldest slot in turn
           01 WS-LAST-COUNT PIC 9(2) VALUES 0.
           01 WS-LAST-NEXT PIC 9(2) VALUES 1.
           01 WS-LAST-TABLE.
               05 WS-LAST-ENTRY OCCURS 10 TIMES.
                   10 WS-LG-MATCH PIC X(12).
                   10 WS-LG-DIM PIC 9(1).
                   10 WS-LG-MODE PIC 9(1).
                   10 WS-LG-SIDE PIC X(1).
                   10 WS-LG-OPP PIC X(8).
                   10 WS-LG-OUTCOME PIC X(4).
                   10 WS-LG-TYPE PIC X(1).
           01 WS-LAST-IDX PIC 9(2).
           01 WS-LAST-SHOWN PIC 9(2).
           01 WS-MODE-TEXT PIC X(11) VALUES SPACES.
           01 WS-TYPE-TEXT PIC X(9) VALUES SPACES.
      *    the game being tallied, seen from the player's chair
           01 WS-SIDE PIC X(1).
           01 WS-OPPONENT PIC X(8).
           01 WS-OUTCOME PIC X(4).
           01 WS-SHOWN PIC 9(4) VALUES 0.
           01 WS-RPT-OUT PIC X(80) VALUES SPACES.
           COPY RPTWRITE.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               ACCEPT WS-OPER-ID FROM ENVIRONMENT "UTILOPER"
               DISPLAY "PLAYER DOSSIER"
               IF WS-OPER-ID NOT = SPACES
                   DISPLAY "ENTER PLAYER ID (BLANK FOR " WS-OPER-ID
                       ")"
               ELSE
                   DISPLAY "ENTER PLAYER ID (UP TO 8 CHARACTERS, "
                       "BLANK TO QUIT)"
               END-IF
               ACCEPT WS-ASKED-ID
               IF WS-ASKED-ID = SPACES
                   MOVE WS-OPER-ID TO WS-ASKED-ID
               END-IF
               IF WS-ASKED-ID = SPACES
                   GO TO DOSS-EXIT
               END-IF
               IF WS-ASKED-ID = "COMPUTER"
                   DISPLAY "THE COMPUTER HAS NO DOSSIER - ITS GAMES "
                       "SHOW ON EACH PLAYER'S RECORD"
                   GO TO DOSS-EXIT
               END-IF
               MOVE WS-ASKED-ID TO WS-DOSS-ID
               PERFORM RESOLVE-ALIAS THRU RESOLVE-ALIAS-EXIT
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 30)
               INITIALIZE WS-DIM-TABLE
               INITIALIZE WS-CPU-TABLE
               PERFORM FIND-LADDER-SPOT THRU FIND-LADDER-SPOT-EXIT
               PERFORM SCAN-JOURNAL THRU SCAN-JOURNAL-EXIT
      *        archive segments hold the oldest games, so reading
      *        them first keeps the whole history in date order for
      *        the recent-games list
               PERFORM SCAN-ARCHIVE THRU SCAN-ARCHIVE-EXIT
               PERFORM SCAN-MASTER THRU SCAN-MASTER-EXIT
               PERFORM SORT-RIVALS
      *        the console copy is the one-screen answer - the same
      *        lines also go to TTTDOSS.RPT through the shared report
      *        writer for filing or handing to the player
               MOVE "O" TO RPT-ACTION
               MOVE "TTTDOSS.RPT" TO RPT-NAME
               MOVE "TICTACTOE PLAYER DOSSIER" TO RPT-TITLE
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE "==============================================
      -            "" TO WS-RPT-OUT
               PERFORM EMIT-LINE
               STRING "PLAYER DOSSIER: " WS-DOSS-ID "  AS OF "
                   WS-TODAY
                   DELIMITED BY SIZE INTO WS-RPT-OUT
               PERFORM EMIT-LINE
               IF WS-DOSS-ID NOT = WS-ASKED-ID
                   STRING "(" WS-ASKED-ID " WAS MERGED INTO "
                       WS-DOSS-ID ")"
                       DELIMITED BY SIZE INTO WS-RPT-OUT
                   PERFORM EMIT-LINE
               END-IF
               MOVE "==============================================
      -            "" TO WS-RPT-OUT
               PERFORM EMIT-LINE
               PERFORM PRINT-RATINGS
               PERFORM PRINT-RECORD
               PERFORM PRINT-RIVALS
               PERFORM PRINT-ACHIEVEMENTS
                   THRU PRINT-ACHIEVEMENTS-EXIT
               PERFORM PRINT-TITLES THRU PRINT-TITLES-EXIT
               PERFORM PRINT-RECENT
               MOVE "==============================================
      -            "" TO WS-RPT-OUT
               PERFORM EMIT-LINE
               MOVE "C" TO RPT-ACTION
               CALL "RPTWRITE" USING RPT-PARMS
               GO TO DOSS-EXIT.

           EMIT-LINE.
               DISPLAY WS-RPT-OUT
               MOVE "L" TO RPT-ACTION
               MOVE WS-RPT-OUT TO RPT-DETAIL
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE SPACES TO WS-RPT-OUT.

      *    a merged-away id is looked up under its canonical one -
      *    the merge moved its games and cards there
           RESOLVE-ALIAS.
               OPEN INPUT ALIAS-FILE
               IF WS-ALIAS-STATUS NOT = "00"
                   GO TO RESOLVE-ALIAS-EXIT
               END-IF.
           RESOLVE-ALIAS-LOOP.
               READ ALIAS-FILE INTO WS-ALIAS-LINE
                   AT END
                       CLOSE ALIAS-FILE
                       GO TO RESOLVE-ALIAS-EXIT
               END-READ
               IF WS-ALIAS-OLD = WS-DOSS-ID
                   MOVE WS-ALIAS-CANON TO WS-DOSS-ID
                   CLOSE ALIAS-FILE
                   GO TO RESOLVE-ALIAS-EXIT
               END-IF
               GO TO RESOLVE-ALIAS-LOOP.
           RESOLVE-ALIAS-EXIT.
               EXIT.

      *    --------------------------------------------------------
      *    gathering - every file is read once, front to back
      *    --------------------------------------------------------

      *    ladder position is the count of players rated higher in
      *    the same pool plus one - the same ordering TTTSTAND and
      *    TTTTREND use
           FIND-LADDER-SPOT.
               MOVE 1 TO WS-POOL-IDX
               PERFORM CLEAR-POOL-ENTRY
                   UNTIL WS-POOL-IDX > 3
               OPEN INPUT RATINGS-FILE
               IF WS-RATINGS-STATUS NOT = "00"
                   GO TO FIND-LADDER-SPOT-EXIT
               END-IF
               MOVE 1 TO WS-POOL-IDX
               PERFORM READ-POOL-CARD
                   UNTIL WS-POOL-IDX > 3
               IF WS-ANY-CARD = 0
                   CLOSE RATINGS-FILE
                   GO TO FIND-LADDER-SPOT-EXIT
               END-IF
               MOVE LOW-VALUES TO RATE-KEY
               START RATINGS-FILE KEY NOT LESS THAN RATE-KEY
               IF WS-RATINGS-STATUS NOT = "00"
                   CLOSE RATINGS-FILE
                   GO TO FIND-LADDER-SPOT-EXIT
               END-IF.
           FIND-LADDER-SPOT-LOOP.
               READ RATINGS-FILE NEXT
                   AT END
                       CLOSE RATINGS-FILE
                       GO TO FIND-LADDER-SPOT-EXIT
               END-READ
               IF RATE-POOL < 3 OR RATE-POOL > 5
                   GO TO FIND-LADDER-SPOT-LOOP
               END-IF
               COMPUTE WS-POOL-IDX = RATE-POOL - 2
               ADD 1 TO WS-PL-SIZE(WS-POOL-IDX)
               IF RATE-RATING > WS-PL-RATING(WS-POOL-IDX)
                   ADD 1 TO WS-PL-RANK(WS-POOL-IDX)
               END-IF
               GO TO FIND-LADDER-SPOT-LOOP.
           FIND-LADDER-SPOT-EXIT.
               EXIT.

           CLEAR-POOL-ENTRY.
               MOVE 0 TO WS-PL-FOUND(WS-POOL-IDX)
               MOVE 0 TO WS-PL-RATING(WS-POOL-IDX)
               MOVE 1 TO WS-PL-RANK(WS-POOL-IDX)
               MOVE 0 TO WS-PL-SIZE(WS-POOL-IDX)
               MOVE 0 TO WS-PL-WINS(WS-POOL-IDX)
               MOVE 0 TO WS-PL-LOSSES(WS-POOL-IDX)
               MOVE 0 TO WS-PL-DRAWS(WS-POOL-IDX)
               MOVE 0 TO WS-PL-CHANGES(WS-POOL-IDX)
               MOVE 0 TO WS-PL-FIRST-OLD(WS-POOL-IDX)
               MOVE 0 TO WS-PL-LAST-NEW(WS-POOL-IDX)
               ADD 1 TO WS-POOL-IDX.

           READ-POOL-CARD.
               MOVE WS-DOSS-ID TO RATE-PLAYER-ID
               COMPUTE RATE-POOL = WS-POOL-IDX + 2
               READ RATINGS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-PL-FOUND(WS-POOL-IDX)
                       MOVE 1 TO WS-ANY-CARD
                       MOVE RATE-RATING TO WS-PL-RATING(WS-POOL-IDX)
                       MOVE RATE-WINS TO WS-PL-WINS(WS-POOL-IDX)
                       MOVE RATE-LOSSES TO WS-PL-LOSSES(WS-POOL-IDX)
                       MOVE RATE-DRAWS TO WS-PL-DRAWS(WS-POOL-IDX)
               END-READ
               ADD 1 TO WS-POOL-IDX.

      *    the journal runs in end-of-game order, so within the
      *    window the first line carries the rating the player came
      *    in with and the last the rating they stand on. lines from
      *    before the pools have no board size and are left out
           SCAN-JOURNAL.
               OPEN INPUT RATE-JOURNAL
               IF WS-JOURNAL-STATUS NOT = "00"
                   GO TO SCAN-JOURNAL-EXIT
               END-IF.
           SCAN-JOURNAL-LOOP.
               READ RATE-JOURNAL INTO WS-RATE-JOURNAL-LINE
                   AT END
                       CLOSE RATE-JOURNAL
                       GO TO SCAN-JOURNAL-EXIT
               END-READ
               IF WS-RJ-PLAYER NOT = WS-DOSS-ID
                   OR WS-RJ-DATE < WS-WINDOW-START
                   GO TO SCAN-JOURNAL-LOOP
               END-IF
               IF WS-RJ-POOL < "3" OR WS-RJ-POOL > "5"
                   GO TO SCAN-JOURNAL-LOOP
               END-IF
               MOVE WS-RJ-POOL TO WS-SHOW-POOL
               COMPUTE WS-POOL-IDX = WS-SHOW-POOL - 2
               IF WS-PL-CHANGES(WS-POOL-IDX) = 0
                   MOVE WS-RJ-OLD-RATING
                       TO WS-PL-FIRST-OLD(WS-POOL-IDX)
               END-IF
               MOVE WS-RJ-NEW-RATING TO WS-PL-LAST-NEW(WS-POOL-IDX)
               ADD 1 TO WS-PL-CHANGES(WS-POOL-IDX)
               GO TO SCAN-JOURNAL-LOOP.
           SCAN-JOURNAL-EXIT.
               EXIT.

      *    archive segments are bracketed B ... E by HISTARCH - a
      *    segment with no E record was interrupted mid-append and
      *    its records still live in the current file, so only the
      *    completed segments count
           SCAN-ARCHIVE.
               MOVE 0 TO WS-IN-SEGMENT
               OPEN INPUT ARC-HISTORY
               IF WS-ARC-STATUS NOT = "00"
                   GO TO SCAN-ARCHIVE-EXIT
               END-IF.
           SCAN-ARCHIVE-LOOP.
               READ ARC-HISTORY INTO WS-ARC-LINE
                   AT END
                       CLOSE ARC-HISTORY
                       GO TO SCAN-ARCHIVE-EXIT
               END-READ
               EVALUATE WS-ARC-LINE(1:2)
                   WHEN "B "
                       MOVE 1 TO WS-IN-SEGMENT
                   WHEN "E "
                       MOVE 0 TO WS-IN-SEGMENT
                   WHEN OTHER
                       IF WS-IN-SEGMENT = 1
                           MOVE WS-ARC-LINE TO MATCH-HISTORY-REC
                           PERFORM TALLY-GAME THRU TALLY-GAME-DONE
                       END-IF
               END-EVALUATE
               GO TO SCAN-ARCHIVE-LOOP.
           SCAN-ARCHIVE-EXIT.
               EXIT.

      *    the player can sit on either side, and the alternate key
      *    leads with the X id, so the master is read in match-id
      *    order end to end - which is also date order
           SCAN-MASTER.
               OPEN INPUT MATCH-HISTORY
               IF WS-HISTORY-STATUS NOT = "00"
                   GO TO SCAN-MASTER-EXIT
               END-IF
               MOVE ZEROES TO HIST-MATCH-ID
               START MATCH-HISTORY KEY NOT LESS THAN HIST-MATCH-ID
               IF WS-HISTORY-STATUS NOT = "00"
                   CLOSE MATCH-HISTORY
                   GO TO SCAN-MASTER-EXIT
               END-IF.
           SCAN-MASTER-LOOP.
               READ MATCH-HISTORY NEXT
                   AT END
                       CLOSE MATCH-HISTORY
                       GO TO SCAN-MASTER-EXIT
               END-READ
               PERFORM TALLY-GAME THRU TALLY-GAME-DONE
               GO TO SCAN-MASTER-LOOP.
           SCAN-MASTER-EXIT.
               EXIT.

      *    every game counts toward the record, rated or not - the
      *    rating cards above carry the rated tallies
           TALLY-GAME.
               EVALUATE TRUE
                   WHEN HIST-X-ID = WS-DOSS-ID
                       MOVE "X" TO WS-SIDE
                       MOVE HIST-O-ID TO WS-OPPONENT
                   WHEN HIST-O-ID = WS-DOSS-ID
                       MOVE "O" TO WS-SIDE
                       MOVE HIST-X-ID TO WS-OPPONENT
                   WHEN OTHER
                       GO TO TALLY-GAME-DONE
               END-EVALUATE
               IF HIST-DIM < 3 OR HIST-DIM > 5
                   GO TO TALLY-GAME-DONE
               END-IF
               EVALUATE TRUE
                   WHEN HIST-WINNER = "T"
                       MOVE "DRAW" TO WS-OUTCOME
                   WHEN HIST-WINNER = WS-SIDE
                       MOVE "WIN " TO WS-OUTCOME
                   WHEN HIST-WINNER = "X" OR HIST-WINNER = "O"
                       MOVE "LOSS" TO WS-OUTCOME
                   WHEN OTHER
                       GO TO TALLY-GAME-DONE
               END-EVALUATE
               ADD 1 TO WS-GAMES
               COMPUTE WS-DIM-IDX = HIST-DIM - 2
               EVALUATE WS-OUTCOME
                   WHEN "WIN "
                       ADD 1 TO WS-DM-WINS(WS-DIM-IDX)
                   WHEN "LOSS"
                       ADD 1 TO WS-DM-LOSSES(WS-DIM-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-DM-DRAWS(WS-DIM-IDX)
               END-EVALUATE
               IF WS-OPPONENT = "COMPUTER"
                   PERFORM TALLY-COMPUTER
               ELSE
                   IF WS-OPPONENT NOT = SPACES
                       PERFORM TALLY-RIVAL
                   END-IF
               END-IF
               MOVE HIST-MATCH-ID TO WS-LG-MATCH(WS-LAST-NEXT)
               MOVE HIST-DIM TO WS-LG-DIM(WS-LAST-NEXT)
               MOVE HIST-MODE TO WS-LG-MODE(WS-LAST-NEXT)
               MOVE WS-SIDE TO WS-LG-SIDE(WS-LAST-NEXT)
               MOVE WS-OPPONENT TO WS-LG-OPP(WS-LAST-NEXT)
               MOVE WS-OUTCOME TO WS-LG-OUTCOME(WS-LAST-NEXT)
               MOVE HIST-RESULT-TYPE TO WS-LG-TYPE(WS-LAST-NEXT)
               IF WS-LAST-COUNT < 10
                   ADD 1 TO WS-LAST-COUNT
               END-IF
               IF WS-LAST-NEXT = 10
                   MOVE 1 TO WS-LAST-NEXT
               ELSE
                   ADD 1 TO WS-LAST-NEXT
               END-IF.
           TALLY-GAME-DONE.
               EXIT.

           TALLY-COMPUTER.
               ADD 1 TO WS-CPU-GAMES
               IF HIST-DIFF >= "1" AND HIST-DIFF <= "3"
                   MOVE HIST-DIFF TO WS-CPU-IDX
               ELSE
                   MOVE 4 TO WS-CPU-IDX
               END-IF
               EVALUATE WS-OUTCOME
                   WHEN "WIN "
                       ADD 1 TO WS-CP-WINS(WS-CPU-IDX)
                   WHEN "LOSS"
                       ADD 1 TO WS-CP-LOSSES(WS-CPU-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-CP-DRAWS(WS-CPU-IDX)
               END-EVALUATE.

           TALLY-RIVAL.
               MOVE 0 TO WS-RIVAL-HIT
               MOVE 1 TO WS-RIVAL-IDX
               PERFORM FIND-RIVAL
                   UNTIL WS-RIVAL-IDX > WS-RIVAL-COUNT
                      OR WS-RIVAL-HIT > 0
               IF WS-RIVAL-HIT = 0
                   IF WS-RIVAL-COUNT < 200
                       ADD 1 TO WS-RIVAL-COUNT
                       MOVE WS-RIVAL-COUNT TO WS-RIVAL-HIT
                       MOVE WS-OPPONENT TO WS-RV-ID(WS-RIVAL-HIT)
                       MOVE 0 TO WS-RV-GAMES(WS-RIVAL-HIT)
                       MOVE 0 TO WS-RV-WINS(WS-RIVAL-HIT)
                       MOVE 0 TO WS-RV-LOSSES(WS-RIVAL-HIT)
                       MOVE 0 TO WS-RV-DRAWS(WS-RIVAL-HIT)
                   ELSE
                       ADD 1 TO WS-RIVAL-DROPPED
                   END-IF
               END-IF
               IF WS-RIVAL-HIT > 0
                   ADD 1 TO WS-RV-GAMES(WS-RIVAL-HIT)
                   EVALUATE WS-OUTCOME
                       WHEN "WIN "
                           ADD 1 TO WS-RV-WINS(WS-RIVAL-HIT)
                       WHEN "LOSS"
                           ADD 1 TO WS-RV-LOSSES(WS-RIVAL-HIT)
                       WHEN OTHER
                           ADD 1 TO WS-RV-DRAWS(WS-RIVAL-HIT)
                   END-EVALUATE
               END-IF.

           FIND-RIVAL.
               IF WS-RV-ID(WS-RIVAL-IDX) = WS-OPPONENT
                   MOVE WS-RIVAL-IDX TO WS-RIVAL-HIT
               END-IF
               ADD 1 TO WS-RIVAL-IDX.

      *    most games played first - only the top five are printed
           SORT-RIVALS.
               MOVE 1 TO WS-RIVAL-IDX
               PERFORM SORT-RIVALS-PASS
                   UNTIL WS-RIVAL-IDX >= WS-RIVAL-COUNT.

           SORT-RIVALS-PASS.
               COMPUTE WS-RIVAL-IDX2 = WS-RIVAL-IDX + 1
               PERFORM SORT-RIVALS-SWAP
                   UNTIL WS-RIVAL-IDX2 > WS-RIVAL-COUNT
               ADD 1 TO WS-RIVAL-IDX.

           SORT-RIVALS-SWAP.
               IF WS-RV-GAMES(WS-RIVAL-IDX2) >
                   WS-RV-GAMES(WS-RIVAL-IDX)
                   MOVE WS-RIVAL-ENTRY(WS-RIVAL-IDX) TO WS-RIVAL-SWAP
                   MOVE WS-RIVAL-ENTRY(WS-RIVAL-IDX2)
                       TO WS-RIVAL-ENTRY(WS-RIVAL-IDX)
                   MOVE WS-RIVAL-SWAP TO WS-RIVAL-ENTRY(WS-RIVAL-IDX2)
               END-IF
               ADD 1 TO WS-RIVAL-IDX2.

      *    --------------------------------------------------------
      *    printing - one section per question the dossier answers
      *    --------------------------------------------------------
           PRINT-RATINGS.
               MOVE "RATING AND RANK" TO WS-RPT-OUT
               PERFORM EMIT-LINE
               IF WS-ANY-CARD = 0
                   MOVE "  NO RATING CARD ON FILE" TO WS-RPT-OUT
                   PERFORM EMIT-LINE
               ELSE
                   MOVE "  BOARD RATING LADDER    WINS LOSSES  DRAWS"
                       TO WS-RPT-OUT
                   PERFORM EMIT-LINE
                   MOVE 1 TO WS-POOL-IDX
                   PERFORM PRINT-POOL-CARD
                       UNTIL WS-POOL-IDX > 3
               END-IF
               PERFORM EMIT-LINE
               MOVE "RATING MOVEMENT - LAST 30 DAYS" TO WS-RPT-OUT
               PERFORM EMIT-LINE
               MOVE 0 TO WS-SHOWN
               MOVE 1 TO WS-POOL-IDX
               PERFORM PRINT-POOL-MOVEMENT
                   UNTIL WS-POOL-IDX > 3
               IF WS-SHOWN = 0
                   MOVE "  NO RATING CHANGES SINCE" TO WS-RPT-OUT
                   MOVE WS-WINDOW-START TO WS-RPT-OUT(27:8)
                   PERFORM EMIT-LINE
               END-IF
               PERFORM EMIT-LINE.

           PRINT-POOL-CARD.
               IF WS-PL-FOUND(WS-POOL-IDX) = 1
                   COMPUTE WS-SHOW-POOL = WS-POOL-IDX + 2
                   STRING "  " WS-SHOW-POOL "X" WS-SHOW-POOL "   "
                       WS-PL-RATING(WS-POOL-IDX) "   "
                       WS-PL-RANK(WS-POOL-IDX) "/"
                       WS-PL-SIZE(WS-POOL-IDX) " "
                       WS-PL-WINS(WS-POOL-IDX) " "
                       WS-PL-LOSSES(WS-POOL-IDX) " "
                       WS-PL-DRAWS(WS-POOL-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-OUT
                   PERFORM EMIT-LINE
               END-IF
               ADD 1 TO WS-POOL-IDX.

           PRINT-POOL-MOVEMENT.
               IF WS-PL-CHANGES(WS-POOL-IDX) > 0
                   ADD 1 TO WS-SHOWN
                   COMPUTE WS-SHOW-POOL = WS-POOL-IDX + 2
                   COMPUTE WS-NET-MOVE = WS-PL-LAST-NEW(WS-POOL-IDX)
                       - WS-PL-FIRST-OLD(WS-POOL-IDX)
                   MOVE WS-NET-MOVE TO WS-MOVE-EDIT
                   STRING "  " WS-SHOW-POOL "X" WS-SHOW-POOL "   "
                       WS-PL-FIRST-OLD(WS-POOL-IDX) " -> "
                       WS-PL-LAST-NEW(WS-POOL-IDX) "  "
                       WS-MOVE-EDIT " OVER "
                       WS-PL-CHANGES(WS-POOL-IDX) " RATED GAMES"
                       DELIMITED BY SIZE INTO WS-RPT-OUT
                   PERFORM EMIT-LINE
               END-IF
               ADD 1 TO WS-POOL-IDX.

           PRINT-RECORD.
               MOVE "RECORD BY BOARD SIZE - CURRENT AND ARCHIVED GAMES"
                   TO WS-RPT-OUT
               PERFORM EMIT-LINE
               IF WS-GAMES = 0
                   MOVE "  NO GAMES ON FILE" TO WS-RPT-OUT
                   PERFORM EMIT-LINE
               ELSE
                   MOVE "  BOARD   WINS LOSSES  DRAWS" TO WS-RPT-OUT
                   PERFORM EMIT-LINE
                   MOVE 1 TO WS-DIM-IDX
                   PERFORM PRINT-DIM-LINE
                       UNTIL WS-DIM-IDX > 3
               END-IF
               PERFORM EMIT-LINE
               MOVE "RECORD AGAINST THE COMPUTER" TO WS-RPT-OUT
               PERFORM EMIT-LINE
               IF WS-CPU-GAMES = 0
                   MOVE "  NO GAMES AGAINST THE COMPUTER" TO WS-RPT-OUT
                   PERFORM EMIT-LINE
               ELSE
                   MOVE "  LEVEL          WINS LOSSES  DRAWS"
                       TO WS-RPT-OUT
                   PERFORM EMIT-LINE
                   MOVE 1 TO WS-CPU-IDX
                   PERFORM PRINT-CPU-LINE
                       UNTIL WS-CPU-IDX > 4
               END-IF
               PERFORM EMIT-LINE.

           PRINT-DIM-LINE.
               IF WS-DM-WINS(WS-DIM-IDX) > 0
                   OR WS-DM-LOSSES(WS-DIM-IDX) > 0
                   OR WS-DM-DRAWS(WS-DIM-IDX) > 0
                   COMPUTE WS-SHOW-POOL = WS-DIM-IDX + 2
                   STRING "  " WS-SHOW-POOL "X" WS-SHOW-POOL "   "
                       WS-DM-WINS(WS-DIM-IDX) "  "
                       WS-DM-LOSSES(WS-DIM-IDX) "  "
                       WS-DM-DRAWS(WS-DIM-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-OUT
                   PERFORM EMIT-LINE
               END-IF
               ADD 1 TO WS-DIM-IDX.

           PRINT-CPU-LINE.
               IF WS-CP-WINS(WS-CPU-IDX) > 0
                   OR WS-CP-LOSSES(WS-CPU-IDX) > 0
                   OR WS-CP-DRAWS(WS-CPU-IDX) > 0
                   EVALUATE WS-CPU-IDX
                       WHEN 1
                           MOVE "  EASY          " TO WS-RPT-OUT
                       WHEN 2
                           MOVE "  MEDIUM        " TO WS-RPT-OUT
                       WHEN 3
                           MOVE "  HARD          " TO WS-RPT-OUT
                       WHEN OTHER
                           MOVE "  NOT RECORDED  " TO WS-RPT-OUT
                   END-EVALUATE
                   STRING WS-CP-WINS(WS-CPU-IDX) "  "
                       WS-CP-LOSSES(WS-CPU-IDX) "  "
                       WS-CP-DRAWS(WS-CPU-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-OUT(17:)
                   PERFORM EMIT-LINE
               END-IF
               ADD 1 TO WS-CPU-IDX.

           PRINT-RIVALS.
               MOVE "TOP RIVALS - MOST GAMES PLAYED" TO WS-RPT-OUT
               PERFORM EMIT-LINE
               IF WS-RIVAL-COUNT = 0
                   MOVE "  NO GAMES AGAINST OTHER PLAYERS" TO WS-RPT-OUT
                   PERFORM EMIT-LINE
               ELSE
                   MOVE "  OPPONENT GAMES   WINS LOSSES  DRAWS"
                       TO WS-RPT-OUT
                   PERFORM EMIT-LINE
                   MOVE 1 TO WS-RIVAL-IDX
                   PERFORM PRINT-RIVAL-LINE
                       UNTIL WS-RIVAL-IDX > WS-RIVAL-COUNT
                          OR WS-RIVAL-IDX > 5
               END-IF
               IF WS-RIVAL-DROPPED > 0
                   STRING "  " WS-RIVAL-DROPPED " GAMES AGAINST "
                       "OPPONENTS BEYOND THE 200 THE TABLE HOLDS "
                       "WERE LEFT OUT"
                       DELIMITED BY SIZE INTO WS-RPT-OUT
                   PERFORM EMIT-LINE
               END-IF
               PERFORM EMIT-LINE.

           PRINT-RIVAL-LINE.
               STRING "  " WS-RV-ID(WS-RIVAL-IDX) " "
                   WS-RV-GAMES(WS-RIVAL-IDX) "  "
                   WS-RV-WINS(WS-RIVAL-IDX) "  "
                   WS-RV-LOSSES(WS-RIVAL-IDX) "  "
                   WS-RV-DRAWS(WS-RIVAL-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-OUT
               PERFORM EMIT-LINE
               ADD 1 TO WS-RIVAL-IDX.

           PRINT-ACHIEVEMENTS.
               MOVE "ACHIEVEMENTS HELD" TO WS-RPT-OUT
               PERFORM EMIT-LINE
               MOVE 0 TO WS-SHOWN
               OPEN INPUT ACHIEVE-FILE
               IF WS-ACH-STATUS NOT = "00"
                   GO TO PRINT-ACHIEVEMENTS-END
               END-IF.
           PRINT-ACHIEVEMENTS-LOOP.
               READ ACHIEVE-FILE INTO WS-ACH-LINE
                   AT END
                       CLOSE ACHIEVE-FILE
                       GO TO PRINT-ACHIEVEMENTS-END
               END-READ
               IF WS-AL-OPER = WS-DOSS-ID
                   ADD 1 TO WS-SHOWN
                   STRING "  " WS-AL-CODE " EARNED " WS-AL-DATE
                       DELIMITED BY SIZE INTO WS-RPT-OUT
                   PERFORM EMIT-LINE
               END-IF
               GO TO PRINT-ACHIEVEMENTS-LOOP.
           PRINT-ACHIEVEMENTS-END.
               IF WS-SHOWN = 0
                   MOVE "  NONE HELD" TO WS-RPT-OUT
                   PERFORM EMIT-LINE
               END-IF
               PERFORM EMIT-LINE.
           PRINT-ACHIEVEMENTS-EXIT.
               EXIT.

      *    tournament wins come off TTTTOURN's results file, season
      *    championships off SEASNEND's season history
           PRINT-TITLES.
               MOVE "TITLES" TO WS-RPT-OUT
               PERFORM EMIT-LINE
               MOVE 0 TO WS-SHOWN
               OPEN INPUT TOURNEY-FILE
               IF WS-TOURNEY-STATUS NOT = "00"
                   GO TO PRINT-SEASON-TITLES
               END-IF.
           PRINT-TOURNEY-LOOP.
               READ TOURNEY-FILE INTO WS-TOURNEY-LINE
                   AT END
                       CLOSE TOURNEY-FILE
                       GO TO PRINT-SEASON-TITLES
               END-READ
               IF WS-TL-TAG = "T"
                   MOVE WS-TL-TEXT(1:10) TO WS-TOURNEY-DATE
               END-IF
               IF WS-TL-TAG = "C" AND WS-TL-TEXT(1:8) = WS-DOSS-ID
                   ADD 1 TO WS-SHOWN
                   STRING "  TOURNAMENT CHAMPION - EVENT OF "
                       WS-TOURNEY-DATE
                       DELIMITED BY SIZE INTO WS-RPT-OUT
                   PERFORM EMIT-LINE
               END-IF
               GO TO PRINT-TOURNEY-LOOP.
           PRINT-SEASON-TITLES.
               OPEN INPUT SEASON-HISTORY
               IF WS-SEASONS-STATUS NOT = "00"
                   GO TO PRINT-TITLES-END
               END-IF.
           PRINT-SEASON-LOOP.
               READ SEASON-HISTORY INTO WS-SEASON-LINE
                   AT END
                       CLOSE SEASON-HISTORY
                       GO TO PRINT-TITLES-END
               END-READ
               IF WS-SN-TAG = "C" AND WS-SN-CHAMP = WS-DOSS-ID
                   ADD 1 TO WS-SHOWN
                   STRING "  SEASON " WS-SN-NUM " CHAMPION, "
                       WS-SN-POOL "X" WS-SN-POOL " POOL, AT "
                       WS-SN-RATING " - CLOSED " WS-SN-DATE
                       DELIMITED BY SIZE INTO WS-RPT-OUT
                   PERFORM EMIT-LINE
               END-IF
               GO TO PRINT-SEASON-LOOP.
           PRINT-TITLES-END.
               IF WS-SHOWN = 0
                   MOVE "  NONE HELD" TO WS-RPT-OUT
                   PERFORM EMIT-LINE
               END-IF
               PERFORM EMIT-LINE.
           PRINT-TITLES-EXIT.
               EXIT.

      *    newest first - the slot before the next one to be filled
      *    holds the last game read
           PRINT-RECENT.
               MOVE "LAST TEN MATCHES - NEWEST FIRST" TO WS-RPT-OUT
               PERFORM EMIT-LINE
               IF WS-LAST-COUNT = 0
                   MOVE "  NO GAMES ON FILE" TO WS-RPT-OUT
                   PERFORM EMIT-LINE
               ELSE
                   MOVE "  MATCH ID     BOARD MODE        SIDE VS"
                       TO WS-RPT-OUT
                   MOVE "RESULT" TO WS-RPT-OUT(52:6)
                   PERFORM EMIT-LINE
                   MOVE WS-LAST-NEXT TO WS-LAST-IDX
                   MOVE 0 TO WS-LAST-SHOWN
                   PERFORM PRINT-RECENT-LINE
                       UNTIL WS-LAST-SHOWN = WS-LAST-COUNT
               END-IF.

           PRINT-RECENT-LINE.
               IF WS-LAST-IDX = 1
                   MOVE 10 TO WS-LAST-IDX
               ELSE
                   SUBTRACT 1 FROM WS-LAST-IDX
               END-IF
               EVALUATE WS-LG-MODE(WS-LAST-IDX)
                   WHEN 2
                       MOVE "VS COMPUTER" TO WS-MODE-TEXT
                   WHEN 3
                       MOVE "AUTOPLAY" TO WS-MODE-TEXT
                   WHEN 4
                       MOVE "CORRESPOND" TO WS-MODE-TEXT
                   WHEN OTHER
                       MOVE "TWO PLAYER" TO WS-MODE-TEXT
               END-EVALUATE
               EVALUATE WS-LG-TYPE(WS-LAST-IDX)
                   WHEN "F"
                       MOVE "(FORFEIT)" TO WS-TYPE-TEXT
                   WHEN "U"
                       MOVE "(UNRATED)" TO WS-TYPE-TEXT
                   WHEN OTHER
                       MOVE SPACES TO WS-TYPE-TEXT
               END-EVALUATE
               STRING "  " WS-LG-MATCH(WS-LAST-IDX) " "
                   WS-LG-DIM(WS-LAST-IDX) "X" WS-LG-DIM(WS-LAST-IDX)
                   "   " WS-MODE-TEXT " " WS-LG-SIDE(WS-LAST-IDX)
                   "    " WS-LG-OPP(WS-LAST-IDX) "     "
                   WS-LG-OUTCOME(WS-LAST-IDX) " " WS-TYPE-TEXT
                   DELIMITED BY SIZE INTO WS-RPT-OUT
               PERFORM EMIT-LINE
               ADD 1 TO WS-LAST-SHOWN.

           DOSS-EXIT.
           GOBACK.
       END PROGRAM TTTDOSS.
