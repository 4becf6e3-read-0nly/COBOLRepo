           01 WS-COPY-ERROR PIC 9(1).
           01 WS-ERRORS PIC 9(3) VALUES 0.
           01 WS-MARK-LINE PIC X(80).
      *    dated generations kept per file is a tunable - the value
      *    built in, 0, keeps every one. the cumulative .ARC holds
      *    the same data, so a retired generation loses nothing
           01 WS-KEEP-GENS PIC 9(3) VALUES 0.
           01 WS-GEN-MAX PIC 9(4) VALUES 2000.
           01 WS-GEN-COUNT PIC 9(4) VALUES 0.
           01 WS-GEN-OVER PIC 9(1) VALUES 0.
           01 WS-GEN-TABLE.
               05 WS-GEN-DATE PIC 9(8) OCCURS 2000 TIMES.
           01 WS-GEN-IDX PIC 9(4).
           01 WS-GEN-DROP PIC 9(4).
           01 WS-GEN-RETIRED PIC 9(4).
           01 WS-DEL-NAME PIC X(24).
           COPY FILELOCK.
           COPY CTLTOTAL.
           COPY TUNEPARM.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               DISPLAY "HISTARCH - ROLLING HISTORY FILES FOR "
                   WS-SYS-DATE
               MOVE "ARCHIVE-KEEP" TO TUNE-NAME
               MOVE 0 TO TUNE-AS-OF
               MOVE WS-KEEP-GENS TO TUNE-DEFAULT
               CALL "TUNEGET" USING TUNE-PARMS
               MOVE TUNE-VALUE TO WS-KEEP-GENS
               PERFORM LOAD-CONTROL THRU LOAD-CONTROL-EXIT
      *        a control file left fully DONE is last cycle's - this
      *        run starts a fresh cycle from a clean slate
                   PERFORM MARK-PHASE
                   DISPLAY WS-FILE-NAME " ROLLED - " WS-REC-COUNT
                       " RECORDS TO " WS-GEN-FILENAME
                   PERFORM RETIRE-GENERATIONS THRU RETIRE-GEN-EXIT
               END-IF.
           ARCHIVE-ONE-FILE-NEXT.
               MOVE WS-FILE-NAME TO FLOCK-FILE
                   WHEN 3
                       OPEN OUTPUT SESSION-LOG
                       CLOSE SESSION-LOG
               END-EVALUATE
      *        an empty file balances to zero - its control totals
      *        start over with it
               MOVE WS-FILE-NAME TO CTOT-FILE
               MOVE "HISTARCH" TO CTOT-PROGRAM
               MOVE "Z" TO CTOT-ACTION
               CALL "CTLTOTAL" USING CTOT-PARMS
               MOVE "C" TO CTOT-ACTION
               CALL "CTLTOTAL" USING CTOT-PARMS.

      *    the sealed segments in the .ARC name every roll's date -
      *    the oldest generations past the count kept are deleted.
      *    a seal is "E", the date and the file name; a move log's
      *    own game-end lines also start "E" but never carry the
      *    file name after the date
           RETIRE-GENERATIONS.
               IF WS-KEEP-GENS = 0
                   GO TO RETIRE-GEN-EXIT
               END-IF
               MOVE 0 TO WS-GEN-COUNT
               MOVE 0 TO WS-GEN-OVER
               MOVE 0 TO WS-GEN-RETIRED
               OPEN INPUT ARC-FILE
               IF WS-ARC-STATUS NOT = "00"
                   GO TO RETIRE-GEN-EXIT
               END-IF.
           RETIRE-GEN-LOOP.
               READ ARC-FILE INTO WS-MARK-LINE
                   AT END
                       CLOSE ARC-FILE
                       GO TO RETIRE-GEN-JUDGE
               END-READ
               IF WS-MARK-LINE(1:2) NOT = "E "
                   OR WS-MARK-LINE(3:8) IS NOT NUMERIC
                   OR WS-MARK-LINE(11:1) NOT = SPACE
                   OR WS-MARK-LINE(12:12) NOT = WS-FILE-NAME
                   GO TO RETIRE-GEN-LOOP
               END-IF
      *        a rerun on the same day seals a second segment under
      *        the same date - one generation file either way
               IF WS-GEN-COUNT > 0
                   IF WS-MARK-LINE(3:8) = WS-GEN-DATE(WS-GEN-COUNT)
                       GO TO RETIRE-GEN-LOOP
                   END-IF
               END-IF
               IF WS-GEN-COUNT < WS-GEN-MAX
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-MARK-LINE(3:8) TO WS-GEN-DATE(WS-GEN-COUNT)
               ELSE
                   MOVE 1 TO WS-GEN-OVER
               END-IF
               GO TO RETIRE-GEN-LOOP.
           RETIRE-GEN-JUDGE.
               IF WS-GEN-OVER = 1
                   DISPLAY WS-FILE-NAME " HAS MORE ROLLS THAN CAN BE "
                       "COUNTED - NO GENERATIONS RETIRED"
                   GO TO RETIRE-GEN-EXIT
               END-IF
               IF WS-GEN-COUNT <= WS-KEEP-GENS
                   GO TO RETIRE-GEN-EXIT
               END-IF
               COMPUTE WS-GEN-DROP = WS-GEN-COUNT - WS-KEEP-GENS
               MOVE 1 TO WS-GEN-IDX
               PERFORM RETIRE-ONE-GENERATION
                   UNTIL WS-GEN-IDX > WS-GEN-DROP
      *        a generation already gone is not a failure - the step
      *        return code stays the roll's own
               MOVE 0 TO RETURN-CODE
               IF WS-GEN-RETIRED > 0
                   DISPLAY WS-FILE-NAME " - " WS-GEN-RETIRED
                       " OLD GENERATION(S) RETIRED, " WS-KEEP-GENS
                       " KEPT"
               END-IF.
           RETIRE-GEN-EXIT.
               EXIT.

           RETIRE-ONE-GENERATION.
               MOVE SPACES TO WS-DEL-NAME
               STRING WS-FILE-NAME DELIMITED BY SPACE
                   ".G" WS-GEN-DATE(WS-GEN-IDX) DELIMITED BY SIZE
                   INTO WS-DEL-NAME
               CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
               IF RETURN-CODE = 0
                   ADD 1 TO WS-GEN-RETIRED
               END-IF
               ADD 1 TO WS-GEN-IDX.

           ARCH-EXIT.
           STOP RUN.
