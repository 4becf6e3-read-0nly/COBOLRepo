           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT ALIAS-FILE ASSIGN TO "ALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           01 WS-CANON-GAMES PIC 9(7) VALUES 0.
           01 WS-MERGED-RATING PIC S9(7) VALUES 1000.
           01 WS-TOTAL-GAMES PIC 9(8) VALUES 0.
      *    each board size is its own rating pool, so the merge runs
      *    pool by pool - the win streak is the player's, so a card
      *    the canonical id newly gains takes the streak its other
      *    cards already carry
           01 WS-MERGE-POOL PIC 9(1) VALUES 3.
           01 WS-POOLS-MERGED PIC 9(1) VALUES 0.
           01 WS-CANON-STREAK PIC X(3) VALUES "000".
           01 WS-REWRITTEN PIC 9(6) VALUES 0.
           01 WS-OLD-IMAGE PIC X(80).
           01 WS-NEW-IMAGE PIC X(80).
           01 WS-SYS-DATE PIC 9(8).
           01 WS-MAINT-CLOCK PIC 9(8).
           01 WS-MAINT-LINE.
           01 WS-MARK-LINE PIC X(80).
           COPY FILEERR.
           COPY FILELOCK.
           COPY CTLTOTAL.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
           RESOLVE-ALIAS-EXIT.
               EXIT.

      *    each of the old id's cards folds into the canonical id's
      *    card for the same pool - tallies add, the merged rating is
      *    the average weighted by how many games stand behind each
      *    number
           MERGE-RATINGS.
               OPEN I-O RATINGS-FILE
               IF WS-RATINGS-STATUS NOT = "00"
                       WS-RATINGS-STATUS ") - RATINGS NOT MERGED"
                   GO TO MERGE-RATINGS-EXIT
               END-IF
               MOVE "000" TO WS-CANON-STREAK
               MOVE 5 TO WS-MERGE-POOL
               PERFORM FETCH-CANON-STREAK
                   UNTIL WS-MERGE-POOL < 3
               MOVE 0 TO WS-POOLS-MERGED
               MOVE 3 TO WS-MERGE-POOL
               PERFORM MERGE-POOL-CARD
                   UNTIL WS-MERGE-POOL > 5
               CLOSE RATINGS-FILE
               IF WS-POOLS-MERGED = 0
                   DISPLAY WS-OLD-ID " HAS NO RATING RECORD - ONLY "
                       "THE HISTORY IS REWRITTEN"
               END-IF.
           MERGE-RATINGS-EXIT.
               EXIT.

           FETCH-CANON-STREAK.
               MOVE WS-CANON-ID TO RATE-PLAYER-ID
               MOVE WS-MERGE-POOL TO RATE-POOL
               READ RATINGS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RATE-STREAK NOT = SPACES
                           MOVE RATE-STREAK TO WS-CANON-STREAK
                       END-IF
               END-READ
               SUBTRACT 1 FROM WS-MERGE-POOL.

           MERGE-POOL-CARD.
               PERFORM MERGE-ONE-CARD THRU MERGE-ONE-CARD-EXIT
               ADD 1 TO WS-MERGE-POOL.

           MERGE-ONE-CARD.
               MOVE 0 TO WS-OLD-FOUND
               MOVE WS-OLD-ID TO RATE-PLAYER-ID
               MOVE WS-MERGE-POOL TO RATE-POOL
               READ RATINGS-FILE
                   INVALID KEY
                       CONTINUE
                           + RATE-LOSSES + RATE-DRAWS
               END-READ
               IF WS-OLD-FOUND = 0
                   GO TO MERGE-ONE-CARD-EXIT
               END-IF
               ADD 1 TO WS-POOLS-MERGED
               MOVE 0 TO WS-CANON-FOUND
               MOVE WS-CANON-ID TO RATE-PLAYER-ID
               MOVE WS-MERGE-POOL TO RATE-POOL
               READ RATINGS-FILE
                   INVALID KEY
                       CONTINUE
                   ADD WS-OLD-DRAWS TO RATE-DRAWS
                   REWRITE RATING-REC
               ELSE
      *            no canonical card in this pool yet - the old one
      *            simply gets the new name, and that rating is what
      *            the operator is told went on file
                   MOVE SPACES TO RATING-REC
                   MOVE WS-CANON-ID TO RATE-PLAYER-ID
                   MOVE WS-MERGE-POOL TO RATE-POOL
                   MOVE WS-OLD-RATING TO RATE-RATING
                   MOVE WS-OLD-RATING TO WS-MERGED-RATING
                   MOVE WS-OLD-WINS TO RATE-WINS
                   MOVE WS-OLD-LOSSES TO RATE-LOSSES
                   MOVE WS-OLD-DRAWS TO RATE-DRAWS
                   MOVE WS-CANON-STREAK TO RATE-STREAK
                   WRITE RATING-REC
               END-IF
               MOVE WS-OLD-ID TO RATE-PLAYER-ID
               MOVE WS-MERGE-POOL TO RATE-POOL
               READ RATINGS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE RATINGS-FILE
               END-READ
               DISPLAY "RATINGS MERGED - " WS-CANON-ID " NOW AT "
                   WS-MERGED-RATING " IN THE " WS-MERGE-POOL "X"
                   WS-MERGE-POOL " POOL".
           MERGE-ONE-CARD-EXIT.
               EXIT.

           REWRITE-HISTORY.
               MOVE 0 TO WS-REWRITTEN
               MOVE "MATCHHIST" TO CTOT-FILE
               MOVE "MERGEID" TO CTOT-PROGRAM
               OPEN I-O MATCH-HISTORY
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "MATCH HISTORY UNAVAILABLE (STATUS "
               READ MATCH-HISTORY NEXT
                   AT END
                       CLOSE MATCH-HISTORY
                       MOVE "C" TO CTOT-ACTION
                       CALL "CTLTOTAL" USING CTOT-PARMS
                       GO TO REWRITE-HISTORY-EXIT
               END-READ
               IF HIST-X-ID NOT = WS-OLD-ID
                   AND HIST-O-ID NOT = WS-OLD-ID
                   GO TO REWRITE-HISTORY-LOOP
               END-IF
      *        the old image comes off the control totals and the
      *        new one goes on, once the rewrite has taken
               MOVE MATCH-HISTORY-REC TO WS-OLD-IMAGE
               IF HIST-X-ID = WS-OLD-ID
                   MOVE WS-CANON-ID TO HIST-X-ID
               END-IF
               IF HIST-O-ID = WS-OLD-ID
                   MOVE WS-CANON-ID TO HIST-O-ID
               END-IF
               MOVE MATCH-HISTORY-REC TO WS-NEW-IMAGE
               REWRITE MATCH-HISTORY-REC
               IF WS-HISTORY-STATUS = "00"
                   OR WS-HISTORY-STATUS = "02"
                   ADD 1 TO WS-REWRITTEN
                   MOVE "D" TO CTOT-ACTION
                   MOVE WS-OLD-IMAGE TO CTOT-RECORD
                   CALL "CTLTOTAL" USING CTOT-PARMS
                   MOVE "A" TO CTOT-ACTION
                   MOVE WS-NEW-IMAGE TO CTOT-RECORD
                   CALL "CTLTOTAL" USING CTOT-PARMS
               ELSE
                   DISPLAY "  REWRITE FAILED AT " HIST-MATCH-ID
                       " (STATUS " WS-HISTORY-STATUS ")"
