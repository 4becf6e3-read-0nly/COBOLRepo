           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT SESSION-LOG ASSIGN TO "SESSIONLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE "DATAEXTR" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               DISPLAY "DATAEXTR - FILE (MATCHHIST, RATINGS, "
                   "SESSIONLOG, LEADERBOARD OR ALL), OPTIONAL "
                   "FROM/TO DATES, OPTIONAL ARC"
                   GO TO EXTRACT-MATCH-EXIT
               END-IF
               MOVE 'MATCH_ID,DATE,SEQ,WINNER,DIM,MODE,WIN_LEN,RESUL
      -            'T_TYPE,DURATION,X_ID,O_ID,VARIANT' TO WS-CSV-LINE
               PERFORM WRITE-CSV-LINE
               OPEN INPUT MATCH-HISTORY
               IF WS-HISTORY-STATUS = "00"
                   '"' HIST-RESULT-TYPE '",'
                   FUNCTION TRIM(WS-ED-6) ","
                   '"' FUNCTION TRIM(HIST-X-ID) '",'
                   '"' FUNCTION TRIM(HIST-O-ID) '",'
                   '"' HIST-VARIANT '"'
                   DELIMITED BY SIZE INTO WS-CSV-LINE
               PERFORM WRITE-CSV-LINE
               ADD 1 TO WS-REC-COUNT.

      *    --------------------------------------------------------
      *    RATINGS.CSV - the ladder has no dates, the range is
      *    ignored for it. one row per card, so a player appears
      *    once for each board size pool they are rated in
      *    --------------------------------------------------------
           EXTRACT-RATINGS.
               MOVE 0 TO WS-REC-COUNT
                   PERFORM REPORT-EXTRACT-ERROR
                   GO TO EXTRACT-RATINGS-EXIT
               END-IF
               MOVE "PLAYER_ID,RATING,WINS,LOSSES,DRAWS,POOL"
                   TO WS-CSV-LINE
               PERFORM WRITE-CSV-LINE
               OPEN INPUT RATINGS-FILE
                   FUNCTION TRIM(WS-ED-4) ","
                   FUNCTION TRIM(WS-ED-6) ","
                   FUNCTION TRIM(WS-ED-6B) ","
                   FUNCTION TRIM(WS-ED-6C) ","
                   RATE-POOL
                   DELIMITED BY SIZE INTO WS-CSV-LINE
               PERFORM WRITE-CSV-LINE
               ADD 1 TO WS-REC-COUNT
           EXTRACT-EXIT.
               MOVE "DATAEXTR" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
      *    GOBACK rather than STOP RUN - the menu calls this too,
      *    and as the batch step's main program it still ends the run
