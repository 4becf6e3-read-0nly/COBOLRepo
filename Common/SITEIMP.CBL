           01 WS-SITEREG-STATUS PIC X(2) VALUES "00".
           01 WS-SITE-CODE PIC X(2) VALUES SPACES.
           01 WS-CSV-LINE PIC X(160).
      *    the columns of a MATCHHIST.CSV extract, as the sister
      *    shop's DATAEXTR writes them - the twelfth, the rule
      *    variant, is absent from older extracts
           01 WS-FIELDS.
               05 WS-FLD PIC X(20) OCCURS 12 TIMES.
           01 WS-FLD-IDX PIC 9(2).
           01 WS-ORIG-ID PIC X(12).
           01 WS-ROW-OK PIC 9(1) VALUES 0.
               05 WS-CHK-LEN PIC S9(4) COMP VALUES 15.
               05 WS-CHK-TEXT PIC X(30)
                   VALUES "REBUILD RATINGS".
      *    both players are checked against the eligibility master
      *    as of the game's own date - a game from before a
      *    suspension took effect still imports
           COPY ELIGPARM.
           01 WS-ELIG-SIDE PIC X(8) VALUES SPACES.
           01 WS-ELIG-REFUSED PIC 9(1) VALUES 0.
           01 WS-ELIG-UNRATED PIC 9(1) VALUES 0.
           COPY FILEERR.
           COPY FILELOCK.
           COPY CTLTOTAL.
           COPY NOTICE.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
                   PERFORM RELEASE-MASTER
                   GO TO IMPORT-EXIT
               END-IF
               MOVE "MATCHHIST" TO CTOT-FILE
               MOVE "SITEIMP" TO CTOT-PROGRAM
               PERFORM WALK-IMPORT-FILE THRU WALK-IMPORT-EXIT
               CLOSE MATCH-HISTORY
               MOVE "C" TO CTOT-ACTION
               CALL "CTLTOTAL" USING CTOT-PARMS
               PERFORM RELEASE-MASTER
               PERFORM SAVE-SITE-REGISTRY
               DISPLAY "===================================="
      *            now reflects both sites
                   DISPLAY "RE-RATING THE MERGED HISTORY..."
                   CALL "HISTCHK" USING WS-CHK-PARM
      *            a rebuild moves every rating on the ladder, so
      *            every operator is told why theirs changed
                   MOVE SPACES TO NOTE-TEXT
                   STRING "SISTER-SITE " WS-SITE-CODE " IMPORT ADDED "
                       WS-IMPORTED " GAMES - ALL RATINGS RE-RATED FROM"
                       " THE MERGED HISTORY"
                       DELIMITED BY SIZE INTO NOTE-TEXT
                   MOVE "P" TO NOTE-ACTION
                   MOVE "SITEIMP" TO NOTE-FROM
                   MOVE "E" TO NOTE-TO-TYPE
                   MOVE SPACES TO NOTE-TO-ID
                   CALL "NOTICE" USING NOTE-PARMS
               END-IF
               GO TO IMPORT-EXIT.

               UNSTRING WS-CSV-LINE DELIMITED BY ","
                   INTO WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
                   WS-FLD(5) WS-FLD(6) WS-FLD(7) WS-FLD(8)
                   WS-FLD(9) WS-FLD(10) WS-FLD(11) WS-FLD(12)
               MOVE 1 TO WS-FLD-IDX
               PERFORM STRIP-QUOTES
                   UNTIL WS-FLD-IDX > 12
               IF WS-FLD(1)(1:12) IS NOT NUMERIC
                   GO TO IMPORT-ROW-EXIT
               END-IF
               ELSE
                   MOVE 3 TO HIST-DIM
               END-IF
               IF WS-FLD(6)(1:1) >= "1" AND WS-FLD(6)(1:1) <= "4"
                   MOVE WS-FLD(6)(1:1) TO HIST-MODE
               ELSE
                   MOVE 1 TO HIST-MODE
               END-IF
               MOVE WS-FLD(10)(1:8) TO HIST-X-ID
               MOVE WS-FLD(11)(1:8) TO HIST-O-ID
               IF WS-FLD(12)(1:1) = "M" OR WS-FLD(12)(1:1) = "W"
                   MOVE WS-FLD(12)(1:1) TO HIST-VARIANT
               ELSE
                   MOVE "C" TO HIST-VARIANT
               END-IF
               MOVE SPACES TO HIST-BOARD
               MOVE WS-SITE-CODE TO HIST-SITE
               MOVE WS-ORIG-ID(1:8) TO HIST-ID-DATE
      *        a refused player's game is turned away and counted;
      *        an unrated-only player's game lands but never rates
               MOVE 0 TO WS-ELIG-REFUSED
               MOVE 0 TO WS-ELIG-UNRATED
               MOVE HIST-X-ID TO WS-ELIG-SIDE
               PERFORM CHECK-IMPORT-ELIG
               MOVE HIST-O-ID TO WS-ELIG-SIDE
               PERFORM CHECK-IMPORT-ELIG
               IF WS-ELIG-REFUSED = 1
                   MOVE 0 TO WS-ROW-OK
                   ADD 1 TO WS-REJECTED
                   GO TO BUILD-IMPORT-DONE
               END-IF
               IF WS-ELIG-UNRATED = 1
                   MOVE "U" TO HIST-RESULT-TYPE
               END-IF
               PERFORM NOTE-SITE-PLAYERS.
           BUILD-IMPORT-DONE.
               EXIT.
           WRITE-IMPORT-RECORD.
               MOVE 5000 TO HIST-ID-SEQ.
           WRITE-IMPORT-PROBE.
               MOVE MATCH-HISTORY-REC TO CTOT-RECORD
               WRITE MATCH-HISTORY-REC
               IF WS-HISTORY-STATUS IS EQUAL TO "22"
                   IF HIST-ID-SEQ = 9999
                   GO TO WRITE-IMPORT-EXIT
               END-IF
               ADD 1 TO WS-IMPORTED
               MOVE "A" TO CTOT-ACTION
               CALL "CTLTOTAL" USING CTOT-PARMS
               PERFORM NOTE-IMPORT-DONE.
           WRITE-IMPORT-EXIT.
               EXIT.
               WRITE IMPORT-LOG-REC
               CLOSE IMPORT-LOG.

           CHECK-IMPORT-ELIG.
               MOVE WS-ELIG-SIDE TO ELIG-PLAYER
               MOVE "SITEIMP" TO ELIG-CALLER
               MOVE HIST-ID-DATE TO ELIG-AS-OF
               CALL "ELIGCHK" USING ELIG-PARMS
               EVALUATE ELIG-VERDICT
                   WHEN "R"
                       MOVE 1 TO WS-ELIG-REFUSED
                       DISPLAY "  REJECTED " WS-ORIG-ID " - "
                           WS-ELIG-SIDE " NOT ELIGIBLE: "
                           ELIG-HELD-REASON
                   WHEN "U"
                       MOVE 1 TO WS-ELIG-UNRATED
               END-EVALUATE.

           NOTE-SITE-PLAYERS.
               MOVE HIST-X-ID TO WS-REG-WORK-ID
               PERFORM NOTE-ONE-PLAYER
