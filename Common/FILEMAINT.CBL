       FD  SNAP-CATALOG.
       01  SNAP-CATALOG-REC PIC X(60).
       FD  OPERATOR-REGISTRY.
       01  OPERATOR-REGISTRY-REC PIC X(80).
       FD  USAGE-AUDIT.
       01  USAGE-AUDIT-REC PIC X(50).
       LOCAL-STORAGE SECTION.
               05 WS-USE-RC PIC 9(4).
           COPY FILEERR.
           COPY FILELOCK.
           COPY CTLTOTAL.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
                       MOVE MATCH-HISTORY-REC TO WS-PRIOR-VALUE
                       DELETE MATCH-HISTORY
                       IF WS-HISTORY-STATUS = "00"
                           MOVE "MATCHHIST" TO CTOT-FILE
                           MOVE WS-PRIOR-VALUE TO CTOT-RECORD
                           MOVE "D" TO CTOT-ACTION
                           PERFORM POST-CONTROL-TOTAL
                           MOVE "C" TO CTOT-ACTION
                           PERFORM POST-CONTROL-TOTAL
                           MOVE "DELETE" TO WS-AUDIT-ACTION
                           MOVE "MATCHHIST" TO WS-AUDIT-FILE
                           PERFORM WRITE-MAINT-AUDIT
                           MOVE WS-NEW-WINNER TO HIST-WINNER
                           REWRITE MATCH-HISTORY-REC
                           IF WS-HISTORY-STATUS = "00"
                               MOVE "MATCHHIST" TO CTOT-FILE
                               MOVE WS-PRIOR-VALUE TO CTOT-RECORD
                               MOVE "D" TO CTOT-ACTION
                               PERFORM POST-CONTROL-TOTAL
                               MOVE MATCH-HISTORY-REC TO CTOT-RECORD
                               MOVE "A" TO CTOT-ACTION
                               PERFORM POST-CONTROL-TOTAL
                               MOVE "C" TO CTOT-ACTION
                               PERFORM POST-CONTROL-TOTAL
                               MOVE "CORRECT" TO WS-AUDIT-ACTION
                               MOVE "MATCHHIST" TO WS-AUDIT-FILE
                               PERFORM WRITE-MAINT-AUDIT
               END-IF
               MOVE 1 TO WS-SAVE-OK
               MOVE 1 TO WS-FLAT-IDX2
      *        the whole file is rewritten, so its control totals
      *        start over from the records written here
               MOVE WS-FLAT-NAME TO CTOT-FILE
               MOVE "Z" TO CTOT-ACTION
               PERFORM POST-CONTROL-TOTAL
               IF WS-FLAT-SEL = 2
                   OPEN OUTPUT SESSION-LOG
                   PERFORM CHECK-SAVE-STATUS
                   END-IF
               END-IF
               IF WS-SAVE-OK = 1
                   MOVE "C" TO CTOT-ACTION
                   PERFORM POST-CONTROL-TOTAL
                   MOVE 0 TO WS-FLAT-DIRTY
                   PERFORM FLUSH-PENDING-AUDITS
               END-IF.

           SAVE-FLAT-SESS.
               MOVE WS-FLAT-REC(WS-FLAT-IDX2) TO SESSION-LOG-REC
               MOVE SESSION-LOG-REC TO CTOT-RECORD
               WRITE SESSION-LOG-REC
               PERFORM CHECK-SAVE-STATUS
               PERFORM ADD-CONTROL-TOTAL
               ADD 1 TO WS-FLAT-IDX2.

           SAVE-FLAT-LEAD.
               MOVE WS-FLAT-REC(WS-FLAT-IDX2)(1:60)
                   TO LEADERBOARD-FILE-REC
               MOVE LEADERBOARD-FILE-REC TO CTOT-RECORD
               WRITE LEADERBOARD-FILE-REC
               PERFORM CHECK-SAVE-STATUS
               PERFORM ADD-CONTROL-TOTAL
               ADD 1 TO WS-FLAT-IDX2.

           ADD-CONTROL-TOTAL.
               IF WS-SAVE-OK = 1
                   MOVE "A" TO CTOT-ACTION
                   PERFORM POST-CONTROL-TOTAL
               END-IF.

           POST-CONTROL-TOTAL.
               MOVE "FILEMAINT" TO CTOT-PROGRAM
               CALL "CTLTOTAL" USING CTOT-PARMS.

           CHECK-SAVE-STATUS.
               IF WS-FLAT-STATUS NOT = "00"
                   MOVE 0 TO WS-SAVE-OK
                   OPEN OUTPUT LEADERBOARD-FILE
                   IF WS-FLAT-STATUS = "00"
                       CLOSE LEADERBOARD-FILE
                       MOVE "LEADERBOARD" TO CTOT-FILE
                       MOVE "Z" TO CTOT-ACTION
                       PERFORM POST-CONTROL-TOTAL
                       MOVE "C" TO CTOT-ACTION
                       PERFORM POST-CONTROL-TOTAL
                       MOVE "RESET" TO WS-AUDIT-ACTION
                       MOVE "LEADERBOARD" TO WS-AUDIT-FILE
                       PERFORM WRITE-MAINT-AUDIT
