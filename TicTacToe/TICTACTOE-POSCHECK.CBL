       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTPOSCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-DECK ASSIGN TO TTTPOSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-DECK.
       01  POSITION-DECK-REC PIC X(80).
       LOCAL-STORAGE SECTION.
           01 WS-DECK-STATUS PIC X(2) VALUES "00".
           01 WS-DECK-LINE PIC X(80).
           01 WS-EOF-FLAG PIC 9(1) VALUES 0.
               88 END-OF-DECK VALUES 1.
      *    one position per record, blank-separated - board size,
      *    winning-line length, difficulty, the board as a string of
      *    X, O and "." read row by row, the acceptable replies as
      *    cell numbers separated by commas (or ANY for any empty
      *    cell) and a short label. the side to move follows from the
      *    marks on the board, X having moved first. a record starting
      *    with "*" is a comment
           01 WS-TOKENS.
               05 WS-TOK-DIM PIC X(4).
               05 WS-TOK-LEN PIC X(4).
               05 WS-TOK-DIFF PIC X(4).
               05 WS-TOK-BOARD PIC X(30).
               05 WS-TOK-REPLIES PIC X(40).
               05 WS-TOK-LABEL PIC X(16).
           01 BOARD-DIM PIC 9(1).
           01 BOARD-CELLS PIC 9(2).
           01 WIN-LEN PIC 9(1).
           01 WS-DIFFICULTY PIC 9(1).
           01 WS-TO-MOVE PIC X(1).
           01 WS-X-COUNT PIC 9(2).
           01 WS-O-COUNT PIC 9(2).
           01 WS-CELL-IDX PIC 9(2).
           01 WS-RECORD-OK PIC 9(1).
           01 WS-ANY-REPLY PIC 9(1).
           01 WS-REPLY-TABLE.
               05 WS-REPLY-OK PIC 9(1) OCCURS 25 TIMES.
           01 WS-REPLY-COUNT PIC 9(2).
           01 WS-REPLY-IDX PIC 9(2).
           01 WS-REPLY-NUM PIC 9(3).
           01 WS-REPLY-DIGIT PIC 9(1).
           01 WS-REPLY-DIGITS PIC 9(1).
           01 WS-PICK PIC 9(2).
           01 WS-VERDICT PIC X(4).
           COPY ENGPARM.
           01 WS-POS-NUM PIC 9(3) VALUES 0.
           01 WS-PASS-COUNT PIC 9(3) VALUES 0.
           01 WS-FAIL-COUNT PIC 9(3) VALUES 0.
           01 WS-FAIL-HARD PIC 9(3) VALUES 0.
           01 WS-BAD-COUNT PIC 9(3) VALUES 0.
           01 WS-POSCK-RC PIC 9(2) VALUES 0.
           01 WS-RPT-LINE PIC X(80).
           COPY RPTWRITE.
           COPY BATCHRC.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE "TTTPOSCK" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               MOVE "O" TO RPT-ACTION
               MOVE "TTTPOSCK.RPT" TO RPT-NAME
               MOVE "TICTACTOE ENGINE POSITION DECK" TO RPT-TITLE
               CALL "RPTWRITE" USING RPT-PARMS
               STRING "POS LABEL            BOARD DIFF MOVE PLAYED  "
                   "RESULT  ACCEPTABLE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
      *        a gate that cannot run must not wave the engine through
               OPEN INPUT POSITION-DECK
               IF WS-DECK-STATUS NOT = "00"
                   MOVE "NO POSITION DECK - ENGINE NOT CHECKED"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   PERFORM CLOSE-REPORT-FILE
                   DISPLAY "TTTPOSCK - NO POSITION DECK (STATUS "
                       WS-DECK-STATUS ")"
                   MOVE 8 TO WS-POSCK-RC
                   GO TO POSCK-EXIT
               END-IF
               PERFORM CHECK-ONE-POSITION THRU CHECK-ONE-POSITION-EXIT
                   UNTIL END-OF-DECK
               CLOSE POSITION-DECK
               PERFORM WRITE-REPORT
               STRING "POSITIONS " WS-POS-NUM "  PASSED " WS-PASS-COUNT
                   "  FAILED " WS-FAIL-COUNT " (" WS-FAIL-HARD
                   " AT DIFFICULTY 3)  BAD RECORDS " WS-BAD-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               DISPLAY "TTTPOSCK COMPLETE - POSITIONS: " WS-POS-NUM
                   " FAILED: " WS-FAIL-COUNT " AT HARD: " WS-FAIL-HARD
                   " BAD: " WS-BAD-COUNT
      *        a wrong answer from the hard engine stops the run before
      *        the overnight simulation plays with it; the easier
      *        levels are reported but do not hold the stream up
               IF WS-BAD-COUNT > 0
                   MOVE 4 TO WS-POSCK-RC
               END-IF
               IF WS-FAIL-HARD > 0
                   MOVE "HARD-ENGINE FAILURES - NIGHTLY STOPS HERE"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE 8 TO WS-POSCK-RC
               END-IF
               PERFORM CLOSE-REPORT-FILE
               GO TO POSCK-EXIT.

           WRITE-REPORT.
               MOVE "L" TO RPT-ACTION
               MOVE WS-RPT-LINE TO RPT-DETAIL
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE SPACES TO WS-RPT-LINE.

           CLOSE-REPORT-FILE.
               MOVE "C" TO RPT-ACTION
               CALL "RPTWRITE" USING RPT-PARMS.

           CHECK-ONE-POSITION.
               READ POSITION-DECK INTO WS-DECK-LINE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                       GO TO CHECK-ONE-POSITION-EXIT
               END-READ
               IF WS-DECK-LINE = SPACES OR WS-DECK-LINE(1:1) = "*"
                   GO TO CHECK-ONE-POSITION-EXIT
               END-IF
               ADD 1 TO WS-POS-NUM
               MOVE SPACES TO WS-TOKENS
               UNSTRING WS-DECK-LINE DELIMITED BY ALL SPACE
                   INTO WS-TOK-DIM WS-TOK-LEN WS-TOK-DIFF
                        WS-TOK-BOARD WS-TOK-REPLIES WS-TOK-LABEL
               PERFORM EDIT-POSITION THRU EDIT-POSITION-EXIT
               IF WS-RECORD-OK = 0
                   ADD 1 TO WS-BAD-COUNT
                   STRING WS-POS-NUM " BAD RECORD: "
                       WS-DECK-LINE(1:60)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   GO TO CHECK-ONE-POSITION-EXIT
               END-IF
               MOVE "M" TO ENG-ACTION
               MOVE SPACES TO ENG-BOARD
               MOVE WS-TOK-BOARD(1:BOARD-CELLS)
                   TO ENG-BOARD(1:BOARD-CELLS)
               MOVE BOARD-DIM TO ENG-DIM
               MOVE WIN-LEN TO ENG-WINLEN
               MOVE WS-DIFFICULTY TO ENG-DIFF
               MOVE WS-TO-MOVE TO ENG-MARK
               CALL "TTTENGIN" USING ENG-PARMS
               MOVE ENG-PICK TO WS-PICK
               MOVE "FAIL" TO WS-VERDICT
               IF WS-PICK >= 1 AND WS-PICK <= BOARD-CELLS
                   IF WS-TOK-BOARD(WS-PICK:1) = "."
                       IF WS-ANY-REPLY = 1
                           MOVE "PASS" TO WS-VERDICT
                       ELSE
                           IF WS-REPLY-OK(WS-PICK) = 1
                               MOVE "PASS" TO WS-VERDICT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-VERDICT = "PASS"
                   ADD 1 TO WS-PASS-COUNT
               ELSE
                   ADD 1 TO WS-FAIL-COUNT
                   IF WS-DIFFICULTY = 3
                       ADD 1 TO WS-FAIL-HARD
                   END-IF
               END-IF
               STRING WS-POS-NUM " " WS-TOK-LABEL " "
                   BOARD-DIM "X" BOARD-DIM "/" WIN-LEN "   "
                   WS-DIFFICULTY "    " WS-TO-MOVE "     " WS-PICK
                   "      " WS-VERDICT "    " WS-TOK-REPLIES(1:20)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-VERDICT = "FAIL"
                   STRING "    POSITION " WS-TOK-BOARD(1:BOARD-CELLS)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF.
           CHECK-ONE-POSITION-EXIT.
               EXIT.

      *    a record the deck author got wrong is reported as bad, not
      *    run - an impossible position proves nothing about the
      *    engine either way
           EDIT-POSITION.
               MOVE 0 TO WS-RECORD-OK
               IF WS-TOK-DIM(2:3) NOT = SPACES
                   OR WS-TOK-DIM(1:1) < "3" OR WS-TOK-DIM(1:1) > "5"
                   GO TO EDIT-POSITION-EXIT
               END-IF
               MOVE WS-TOK-DIM(1:1) TO BOARD-DIM
               COMPUTE BOARD-CELLS = BOARD-DIM * BOARD-DIM
               IF WS-TOK-LEN(2:3) NOT = SPACES
                   OR WS-TOK-LEN(1:1) < "3" OR WS-TOK-LEN(1:1) > "5"
                   GO TO EDIT-POSITION-EXIT
               END-IF
               MOVE WS-TOK-LEN(1:1) TO WIN-LEN
               IF WIN-LEN > BOARD-DIM
                   GO TO EDIT-POSITION-EXIT
               END-IF
               IF WS-TOK-DIFF(2:3) NOT = SPACES
                   OR WS-TOK-DIFF(1:1) < "1" OR WS-TOK-DIFF(1:1) > "3"
                   GO TO EDIT-POSITION-EXIT
               END-IF
               MOVE WS-TOK-DIFF(1:1) TO WS-DIFFICULTY
               IF WS-TOK-BOARD(BOARD-CELLS + 1:1) NOT = SPACE
                   GO TO EDIT-POSITION-EXIT
               END-IF
               MOVE 0 TO WS-X-COUNT
               MOVE 0 TO WS-O-COUNT
               MOVE 1 TO WS-CELL-IDX
               MOVE 1 TO WS-RECORD-OK
               PERFORM COUNT-ONE-CELL
                   UNTIL WS-CELL-IDX > BOARD-CELLS
               IF WS-RECORD-OK = 0
                   GO TO EDIT-POSITION-EXIT
               END-IF
               MOVE 0 TO WS-RECORD-OK
               IF WS-X-COUNT = WS-O-COUNT
                   MOVE "X" TO WS-TO-MOVE
               ELSE
                   IF WS-X-COUNT = WS-O-COUNT + 1
                       MOVE "O" TO WS-TO-MOVE
                   ELSE
                       GO TO EDIT-POSITION-EXIT
                   END-IF
               END-IF
               IF WS-X-COUNT + WS-O-COUNT >= BOARD-CELLS
                   GO TO EDIT-POSITION-EXIT
               END-IF
               MOVE ZEROS TO WS-REPLY-TABLE
               MOVE 0 TO WS-REPLY-COUNT
               MOVE 0 TO WS-ANY-REPLY
               IF WS-TOK-REPLIES = "ANY"
                   MOVE 1 TO WS-ANY-REPLY
                   MOVE 1 TO WS-RECORD-OK
                   GO TO EDIT-POSITION-EXIT
               END-IF
               MOVE 1 TO WS-RECORD-OK
               MOVE 0 TO WS-REPLY-NUM
               MOVE 0 TO WS-REPLY-DIGITS
               MOVE 1 TO WS-REPLY-IDX
               PERFORM PARSE-REPLY-CHAR
                   UNTIL WS-REPLY-IDX > 40 OR WS-RECORD-OK = 0
               IF WS-REPLY-COUNT = 0
                   MOVE 0 TO WS-RECORD-OK
               END-IF.
           EDIT-POSITION-EXIT.
               EXIT.

           COUNT-ONE-CELL.
               EVALUATE WS-TOK-BOARD(WS-CELL-IDX:1)
                   WHEN "X"
                       ADD 1 TO WS-X-COUNT
                   WHEN "O"
                       ADD 1 TO WS-O-COUNT
                   WHEN "."
                       CONTINUE
                   WHEN OTHER
                       MOVE 0 TO WS-RECORD-OK
               END-EVALUATE
               ADD 1 TO WS-CELL-IDX.

      *    digits build a cell number, a comma or the end of the
      *    token closes it - each must name a cell on the board
           PARSE-REPLY-CHAR.
               IF WS-TOK-REPLIES(WS-REPLY-IDX:1) >= "0"
                   AND WS-TOK-REPLIES(WS-REPLY-IDX:1) <= "9"
                   MOVE WS-TOK-REPLIES(WS-REPLY-IDX:1)
                       TO WS-REPLY-DIGIT
                   COMPUTE WS-REPLY-NUM =
                       (WS-REPLY-NUM * 10) + WS-REPLY-DIGIT
                   ADD 1 TO WS-REPLY-DIGITS
                   IF WS-REPLY-DIGITS > 2
                       MOVE 0 TO WS-RECORD-OK
                   END-IF
               ELSE
                   IF WS-TOK-REPLIES(WS-REPLY-IDX:1) = ","
                       OR WS-TOK-REPLIES(WS-REPLY-IDX:1) = SPACE
                       IF WS-REPLY-DIGITS > 0
                           IF WS-REPLY-NUM < 1
                               OR WS-REPLY-NUM > BOARD-CELLS
                               MOVE 0 TO WS-RECORD-OK
                           ELSE
                               MOVE 1 TO WS-REPLY-OK(WS-REPLY-NUM)
                               ADD 1 TO WS-REPLY-COUNT
                           END-IF
                       END-IF
                       MOVE 0 TO WS-REPLY-NUM
                       MOVE 0 TO WS-REPLY-DIGITS
                   ELSE
                       MOVE 0 TO WS-RECORD-OK
                   END-IF
               END-IF
               ADD 1 TO WS-REPLY-IDX.

      *    the code is held aside until the end - the report and
      *    journal calls in between must not wash it out
           POSCK-EXIT.
               MOVE "TTTPOSCK" TO BRC-PROGRAM
               MOVE WS-POSCK-RC TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               MOVE WS-POSCK-RC TO RETURN-CODE
           STOP RUN.
       END PROGRAM TTTPOSCK.
