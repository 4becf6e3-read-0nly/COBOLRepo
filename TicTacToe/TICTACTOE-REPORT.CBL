           01 WS-SEG-T PIC 9(6) VALUES 0.
           01 WS-SEG-G PIC 9(6) VALUES 0.
           01 WS-RPT-OUT PIC X(80) VALUES SPACES.
      *    the same results broken out by rule variant - entry 1
      *    classic (and records older than the variant byte), 2
      *    misere, 3 wild; archive segments stage theirs alongside
      *    the segment counts above until the segment's E record
           01 WS-VAR-TABLE.
               05 WS-VAR-ENTRY OCCURS 3 TIMES.
                   10 WS-VAR-G PIC 9(6).
                   10 WS-VAR-X PIC 9(6).
                   10 WS-VAR-O PIC 9(6).
                   10 WS-VAR-T PIC 9(6).
           01 WS-SEG-VAR-TABLE.
               05 WS-SEG-VAR-ENTRY OCCURS 3 TIMES.
                   10 WS-SEG-VAR-G PIC 9(6).
                   10 WS-SEG-VAR-X PIC 9(6).
                   10 WS-SEG-VAR-O PIC 9(6).
                   10 WS-SEG-VAR-T PIC 9(6).
           01 WS-VAR-IDX PIC 9(1).
           01 WS-VAR-CODE PIC X(1).
           01 WS-VAR-WINNER PIC X(1).
           01 WS-VAR-NAME PIC X(10).
           COPY RPTWRITE.
           COPY BATCHRC.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE "TTTREPT" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
      *        TTTSCOPE=ALL in the environment widens the report to
      *        current plus every completed archive segment HISTARCH
      *        has rolled into MATCHHIST.ARC
               ACCEPT WS-SCOPE FROM ENVIRONMENT "TTTSCOPE"
               MOVE ZEROS TO WS-VAR-TABLE
               OPEN INPUT MATCH-HISTORY
               IF WS-HISTORY-STATUS = "00"
                   PERFORM READ-HISTORY THRU READ-HISTORY-EXIT
               MOVE "====================================" TO
                   WS-RPT-OUT
               PERFORM EMIT-LINE
               MOVE "RESULTS BY VARIANT" TO WS-RPT-OUT
               PERFORM EMIT-LINE
               MOVE "VARIANT    GAMES  X WINS  O WINS   DRAWS" TO
                   WS-RPT-OUT
               PERFORM EMIT-LINE
               MOVE 1 TO WS-VAR-IDX
               PERFORM EMIT-VARIANT-LINE
                   UNTIL WS-VAR-IDX > 3
               MOVE "====================================" TO
                   WS-RPT-OUT
               PERFORM EMIT-LINE
               MOVE "C" TO RPT-ACTION
               CALL "RPTWRITE" USING RPT-PARMS
               GO TO REPORT-EXIT.
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE SPACES TO WS-RPT-OUT.

           EMIT-VARIANT-LINE.
               EVALUATE WS-VAR-IDX
                   WHEN 1
                       MOVE "CLASSIC" TO WS-VAR-NAME
                   WHEN 2
                       MOVE "MISERE" TO WS-VAR-NAME
                   WHEN 3
                       MOVE "WILD" TO WS-VAR-NAME
               END-EVALUATE
               STRING WS-VAR-NAME WS-VAR-G(WS-VAR-IDX)
                   "  " WS-VAR-X(WS-VAR-IDX)
                   "  " WS-VAR-O(WS-VAR-IDX)
                   "  " WS-VAR-T(WS-VAR-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-OUT
               PERFORM EMIT-LINE
               ADD 1 TO WS-VAR-IDX.

      *    WS-VAR-CODE and WS-VAR-WINNER name the game - anything but
      *    M or W counts as classic
           PICK-VARIANT-SLOT.
               EVALUATE WS-VAR-CODE
                   WHEN "M"
                       MOVE 2 TO WS-VAR-IDX
                   WHEN "W"
                       MOVE 3 TO WS-VAR-IDX
                   WHEN OTHER
                       MOVE 1 TO WS-VAR-IDX
               END-EVALUATE.

           TALLY-VARIANT.
               PERFORM PICK-VARIANT-SLOT
               ADD 1 TO WS-VAR-G(WS-VAR-IDX)
               EVALUATE WS-VAR-WINNER
                   WHEN "X"
                       ADD 1 TO WS-VAR-X(WS-VAR-IDX)
                   WHEN "O"
                       ADD 1 TO WS-VAR-O(WS-VAR-IDX)
                   WHEN "T"
                       ADD 1 TO WS-VAR-T(WS-VAR-IDX)
               END-EVALUATE.

           TALLY-SEG-VARIANT.
               PERFORM PICK-VARIANT-SLOT
               ADD 1 TO WS-SEG-VAR-G(WS-VAR-IDX)
               EVALUATE WS-VAR-WINNER
                   WHEN "X"
                       ADD 1 TO WS-SEG-VAR-X(WS-VAR-IDX)
                   WHEN "O"
                       ADD 1 TO WS-SEG-VAR-O(WS-VAR-IDX)
                   WHEN "T"
                       ADD 1 TO WS-SEG-VAR-T(WS-VAR-IDX)
               END-EVALUATE.

           FOLD-SEG-VARIANT.
               ADD WS-SEG-VAR-G(WS-VAR-IDX) TO WS-VAR-G(WS-VAR-IDX)
               ADD WS-SEG-VAR-X(WS-VAR-IDX) TO WS-VAR-X(WS-VAR-IDX)
               ADD WS-SEG-VAR-O(WS-VAR-IDX) TO WS-VAR-O(WS-VAR-IDX)
               ADD WS-SEG-VAR-T(WS-VAR-IDX) TO WS-VAR-T(WS-VAR-IDX)
               ADD 1 TO WS-VAR-IDX.

           READ-HISTORY.
               READ MATCH-HISTORY NEXT
                   AT END
                           WHEN "T"
                               ADD 1 TO WS-DRAWS
                       END-EVALUATE
                       MOVE HIST-VARIANT TO WS-VAR-CODE
                       MOVE HIST-WINNER TO WS-VAR-WINNER
                       PERFORM TALLY-VARIANT
               END-READ.
           READ-HISTORY-EXIT.
               EXIT.
                       MOVE 0 TO WS-SEG-O
                       MOVE 0 TO WS-SEG-T
                       MOVE 0 TO WS-SEG-G
                       MOVE ZEROS TO WS-SEG-VAR-TABLE
                   WHEN "E "
                       IF WS-IN-SEGMENT = 1
                           ADD WS-SEG-X TO WS-X-WINS
                           ADD WS-SEG-O TO WS-O-WINS
                           ADD WS-SEG-T TO WS-DRAWS
                           ADD WS-SEG-G TO WS-TOTAL-GAMES
                           MOVE 1 TO WS-VAR-IDX
                           PERFORM FOLD-SEG-VARIANT
                               UNTIL WS-VAR-IDX > 3
                       END-IF
                       MOVE 0 TO WS-IN-SEGMENT
                   WHEN OTHER
                               WHEN "T"
                                   ADD 1 TO WS-SEG-T
                           END-EVALUATE
      *                    and the variant byte at 68, after the
      *                    site code and difficulty
                           MOVE WS-ARC-LINE(68:1) TO WS-VAR-CODE
                           MOVE WS-ARC-LINE(13:1) TO WS-VAR-WINNER
                           PERFORM TALLY-SEG-VARIANT
                       END-IF
               END-EVALUATE
               GO TO READ-ARCHIVE-LOOP.
           REPORT-EXIT.
               MOVE "TTTREPT" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM TTTREPT.
