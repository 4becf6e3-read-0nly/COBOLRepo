           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT SEASON-CONTROL ASSIGN TO "SEASONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SCREEN-EXCEPTIONS ASSIGN TO "SCREENEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATINGS-FILE.
       01  SEASON-HISTORY-REC PIC X(80).
       FD  SEASON-CONTROL.
       01  SEASON-CONTROL-REC PIC X(20).
       FD  SCREEN-EXCEPTIONS.
       01  SCREEN-EXCEPTIONS-REC PIC X(46).
       LOCAL-STORAGE SECTION.
           01 WS-RATINGS-STATUS PIC X(2) VALUES "00".
           01 WS-SNAP-STATUS PIC X(2) VALUES "00".
           01 WS-SEASONS-STATUS PIC X(2) VALUES "00".
           01 WS-CTL-STATUS PIC X(2) VALUES "00".
           01 WS-SCREENEX-STATUS PIC X(2) VALUES "00".
      *    the open rating-integrity exceptions from the last TTTSCRN
      *    run, put in front of the supervisor before the close-out
      *    question - the first ten are listed, the report has them
      *    all
           COPY SCRNEXC.
           01 WS-EXC-COUNT PIC 9(4) VALUES 0.
           01 WS-SNAP-FILENAME PIC X(20).
           01 WS-SYS-DATE PIC 9(8).
           01 WS-SEASON-NUM PIC 9(3) VALUES 1.
           01 WS-ANSWER PIC X(1) VALUES "N".
           01 WS-RESET-MODE PIC X(1) VALUES "S".
           01 WS-PLAYER-COUNT PIC 9(6) VALUES 0.
      *    one champion per rating pool - entry 1 is the 3X3 pool,
      *    2 the 4X4, 3 the 5X5
           01 WS-CHAMP-TABLE.
               05 WS-CHAMP-ENTRY OCCURS 3 TIMES.
                   10 WS-CHAMP-ID PIC X(8).
                   10 WS-CHAMP-RATING PIC 9(4).
           01 WS-POOL-IDX PIC 9(1).
           01 WS-SHOW-POOL PIC 9(1).
           01 WS-NEW-RATING PIC S9(5) VALUES 0.
      *    the rating the new season opens on is a tunable - this is
      *    the value built in for when TUNABLES.DAT does not set it
           01 WS-RESTART-RATING PIC 9(4) VALUES 1000.
           01 WS-RPT-LINE PIC X(80).
           01 WS-LOCK-OWNER PIC X(8) VALUES "SEASNEND".
           01 WS-OPER-ENV PIC X(8) VALUES SPACES.
           COPY FILEERR.
           COPY FILELOCK.
           COPY BATCHRC.
           COPY NOTICE.
           COPY TUNEPARM.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
                   MOVE WS-OPER-ENV TO WS-LOCK-OWNER
               END-IF
               PERFORM LOAD-SEASON-CONTROL THRU LOAD-CONTROL-EXIT
               MOVE "SEASON-RESTART" TO TUNE-NAME
               MOVE 0 TO TUNE-AS-OF
               MOVE WS-RESTART-RATING TO TUNE-DEFAULT
               CALL "TUNEGET" USING TUNE-PARMS
               MOVE TUNE-VALUE TO WS-RESTART-RATING
               DISPLAY "SEASON CLOSE-OUT - SEASON " WS-SEASON-NUM
                   " (STARTED " WS-SEASON-START ")"
               PERFORM SHOW-SCREEN-EXCEPTIONS THRU SHOW-SCREEN-EXIT
               DISPLAY "CLOSE SEASON " WS-SEASON-NUM " NOW? THE "
                   "LADDERS ARE SNAPSHOT, EACH POOL'S CHAMPION "
                   "DECLARED AND RATINGS RESTART. (Y/N)"
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                   DISPLAY "SEASON " WS-SEASON-NUM " STAYS OPEN"
                   GO TO SEASON-EXIT
               END-IF
               DISPLAY "NEW-SEASON RATINGS - F=FULL RESET TO "
                   WS-RESTART-RATING ", S=SOFT CARRY TOWARD "
                   WS-RESTART-RATING
               ACCEPT WS-RESET-MODE
               IF WS-RESET-MODE = "f"
                   MOVE "F" TO WS-RESET-MODE
               PERFORM WRITE-SEASON-CONTROL
               DISPLAY "===================================="
               DISPLAY "SEASON " WS-SEASON-NUM " CLOSED"
               MOVE 1 TO WS-POOL-IDX
               PERFORM SHOW-CHAMPION
                   UNTIL WS-POOL-IDX > 3
               DISPLAY "FINAL LADDER SNAPSHOT: " WS-SNAP-FILENAME
               MOVE 1 TO WS-POOL-IDX
               PERFORM ANNOUNCE-CHAMPION
                   UNTIL WS-POOL-IDX > 3
               ADD 1 TO WS-SEASON-NUM
               DISPLAY "SEASON " WS-SEASON-NUM " IS NOW OPEN"
               DISPLAY "===================================="
      *        only a season actually closed is journaled - the run
      *        calendar reads this line as the close-out having run
               MOVE "SEASNEND" TO BRC-PROGRAM
               MOVE 0 TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               GO TO SEASON-EXIT.

           SHOW-CHAMPION.
               COMPUTE WS-SHOW-POOL = WS-POOL-IDX + 2
               IF WS-CHAMP-ID(WS-POOL-IDX) NOT = SPACES
                   DISPLAY WS-SHOW-POOL "X" WS-SHOW-POOL
                       " CHAMPION: " WS-CHAMP-ID(WS-POOL-IDX) " AT "
                       WS-CHAMP-RATING(WS-POOL-IDX)
               END-IF
               ADD 1 TO WS-POOL-IDX.

           SHOW-SCREEN-EXCEPTIONS.
               MOVE 0 TO WS-EXC-COUNT
               OPEN INPUT SCREEN-EXCEPTIONS
               IF WS-SCREENEX-STATUS NOT = "00"
                   DISPLAY "NO RATING INTEGRITY SCREEN ON FILE - RUN "
                       "TTTSCRN BEFORE DECLARING A CHAMPION"
                   GO TO SHOW-SCREEN-EXIT
               END-IF.
           SHOW-SCREEN-LOOP.
               READ SCREEN-EXCEPTIONS INTO WS-SCREEN-EXC-LINE
                   AT END
                       CLOSE SCREEN-EXCEPTIONS
                       GO TO SHOW-SCREEN-DONE
               END-READ
               ADD 1 TO WS-EXC-COUNT
               IF WS-EXC-COUNT = 1
                   DISPLAY "RATING INTEGRITY SCREEN OF "
                       WS-SX-RUN-DATE " - PAIRS FLAGGED FOR REVIEW:"
               END-IF
               IF WS-EXC-COUNT <= 10
                   DISPLAY "  " WS-SX-RANK ". SCORE " WS-SX-SCORE " "
                       WS-SX-PLAYER-A " / " WS-SX-PLAYER-B " "
                       WS-SX-GAMES " GAMES  " WS-SX-FLAGS
               END-IF
               GO TO SHOW-SCREEN-LOOP.
           SHOW-SCREEN-DONE.
               IF WS-EXC-COUNT = 0
                   DISPLAY "RATING INTEGRITY SCREEN - NO OPEN "
                       "EXCEPTIONS"
               ELSE
                   DISPLAY "  " WS-EXC-COUNT " PAIRS IN ALL - "
                       "REVIEW TTTSCRN.RPT BEFORE DECLARING A "
                       "CHAMPION"
               END-IF.
           SHOW-SCREEN-EXIT.
               EXIT.

           RELEASE-RATINGS.
               MOVE "R" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS.
      *    TTTSTAND can print any past season from its snapshot
           SNAPSHOT-RATINGS.
               MOVE 0 TO WS-PLAYER-COUNT
               MOVE 1 TO WS-POOL-IDX
               PERFORM CLEAR-CHAMPION
                   UNTIL WS-POOL-IDX > 3
               OPEN INPUT RATINGS-FILE
               IF WS-RATINGS-STATUS NOT = "00"
                   GO TO SNAPSHOT-EXIT
                       GO TO SNAPSHOT-EXIT
               END-READ
               ADD 1 TO WS-PLAYER-COUNT
               IF RATE-POOL >= 3 AND RATE-POOL <= 5
                   COMPUTE WS-POOL-IDX = RATE-POOL - 2
                   IF RATE-RATING > WS-CHAMP-RATING(WS-POOL-IDX)
                       MOVE RATE-RATING TO
                           WS-CHAMP-RATING(WS-POOL-IDX)
                       MOVE RATE-PLAYER-ID TO WS-CHAMP-ID(WS-POOL-IDX)
                   END-IF
               END-IF
               MOVE RATING-REC TO SNAPSHOT-FILE-REC
               WRITE SNAPSHOT-FILE-REC
           SNAPSHOT-EXIT.
               EXIT.

           CLEAR-CHAMPION.
               MOVE SPACES TO WS-CHAMP-ID(WS-POOL-IDX)
               MOVE 0 TO WS-CHAMP-RATING(WS-POOL-IDX)
               ADD 1 TO WS-POOL-IDX.

      *    every operator hears who took each pool
           ANNOUNCE-CHAMPION.
               IF WS-CHAMP-ID(WS-POOL-IDX) NOT = SPACES
                   COMPUTE WS-SHOW-POOL = WS-POOL-IDX + 2
                   MOVE SPACES TO NOTE-TEXT
                   STRING "SEASON " WS-SEASON-NUM " CLOSED - "
                       WS-SHOW-POOL "X" WS-SHOW-POOL " CHAMPION "
                       DELIMITED BY SIZE
                       WS-CHAMP-ID(WS-POOL-IDX) DELIMITED BY SPACE
                       " AT " WS-CHAMP-RATING(WS-POOL-IDX)
                       DELIMITED BY SIZE INTO NOTE-TEXT
                   MOVE "P" TO NOTE-ACTION
                   MOVE "SEASNEND" TO NOTE-FROM
                   MOVE "E" TO NOTE-TO-TYPE
                   MOVE SPACES TO NOTE-TO-ID
                   CALL "NOTICE" USING NOTE-PARMS
               END-IF
               ADD 1 TO WS-POOL-IDX.

      *    the champion declarations go on the season history file,
      *    one line per pool that saw play, the pool's board size
      *    last on the line - the snapshot named on each line holds
      *    the full final standings
           RECORD-SEASON.
               OPEN EXTEND SEASON-HISTORY
               IF WS-SEASONS-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT SEASON-HISTORY
               END-IF
               MOVE 1 TO WS-POOL-IDX
               PERFORM RECORD-POOL-CHAMPION
                   UNTIL WS-POOL-IDX > 3
               CLOSE SEASON-HISTORY.

           RECORD-POOL-CHAMPION.
               IF WS-CHAMP-ID(WS-POOL-IDX) NOT = SPACES
                   COMPUTE WS-SHOW-POOL = WS-POOL-IDX + 2
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "C " WS-SEASON-NUM " " WS-SYS-DATE " "
                       WS-CHAMP-ID(WS-POOL-IDX) " "
                       WS-CHAMP-RATING(WS-POOL-IDX) " "
                       WS-SNAP-FILENAME " " WS-SHOW-POOL
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   MOVE WS-RPT-LINE TO SEASON-HISTORY-REC
                   WRITE SEASON-HISTORY-REC
                   IF WS-SEASONS-STATUS NOT = "00"
                       MOVE "SEASONS" TO FERR-FILE
                       MOVE "RECORD-SEASON" TO FERR-PARA
                       MOVE WS-SEASONS-STATUS TO FERR-STATUS
                       PERFORM REPORT-FILE-ERROR
                   END-IF
               END-IF
               ADD 1 TO WS-POOL-IDX.

      *    every card in every pool restarts the new season - full
      *    reset puts everyone back on the restart rating, soft carry
      *    halves the distance to it so past strength still counts for
      *    something; the win/loss/draw tallies are per-season and
      *    restart either way
           RESET-RATINGS.
               OPEN I-O RATINGS-FILE
               IF WS-RATINGS-STATUS NOT = "00"
                       GO TO RESET-RATINGS-EXIT
               END-READ
               IF WS-RESET-MODE = "F"
                   MOVE WS-RESTART-RATING TO RATE-RATING
               ELSE
                   COMPUTE WS-NEW-RATING = WS-RESTART-RATING
                       + ((RATE-RATING - WS-RESTART-RATING) / 2)
                   IF WS-NEW-RATING < 100
                       MOVE 100 TO WS-NEW-RATING
                   END-IF
