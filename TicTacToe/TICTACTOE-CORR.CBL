       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTCORR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-FILE ASSIGN TO "CORRGAME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT OPERATOR-REGISTRY ASSIGN TO "OPERREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORR-FILE.
       01  CORR-FILE-REC PIC X(400).
       FD  OPERATOR-REGISTRY.
       01  OPERATOR-REGISTRY-REC PIC X(80).
       LOCAL-STORAGE SECTION.
           01 WS-CORR-STATUS PIC X(2) VALUES "00".
           01 WS-REG-STATUS PIC X(2) VALUES "00".
           01 WS-OPERATOR-ID PIC X(8) VALUES SPACES.
           01 WS-ENTRY PIC X(1) VALUES "D".
           01 WS-MENU-CHOICE PIC 9(1) VALUES 0.
           01 WS-TODAY PIC 9(8).
           01 WS-NOW-CLOCK PIC 9(8).
      *    the whole pending file rides in storage between a locked
      *    load and the rewrite - games in progress are few
           01 WS-GAME-MAX PIC 9(3) VALUES 50.
           01 WS-GAME-COUNT PIC 9(3) VALUES 0.
           01 WS-GAME-OVER PIC 9(1) VALUES 0.
           01 WS-GAME-TABLE.
               05 WS-GAME-ENTRY PIC X(400) OCCURS 50 TIMES.
           01 WS-GAME-IDX PIC 9(3).
           01 WS-DROP-IDX PIC 9(3).
           01 WS-DROPPED PIC 9(3) VALUES 0.
           01 WS-FOUND-IDX PIC 9(3) VALUES 0.
           01 WS-LOCKED PIC 9(1) VALUES 0.
      *    the games shown on a pick list, by table slot
           01 WS-PICK-COUNT PIC 9(2) VALUES 0.
           01 WS-PICK-TABLE.
               05 WS-PICK-ID PIC X(12) OCCURS 50 TIMES.
           01 WS-PICK-ANSWER PIC X(2) VALUES SPACES.
           01 WS-PICK-NUM PIC 9(2) VALUES 0.
           01 WS-PLAY-ID PIC X(12) VALUES SPACES.
           01 WS-OPPONENT PIC X(8) VALUES SPACES.
           01 WS-MY-MARK PIC X(1).
           01 WS-REG-FOUND PIC 9(1) VALUES 0.
           01 WS-NEW-DIM PIC 9(1) VALUES 3.
           01 WS-NEW-WINLEN PIC 9(1) VALUES 3.
           01 WS-NEW-DAYS PIC 9(1) VALUES 3.
           01 WS-NEW-VARIANT PIC X(1) VALUES "C".
           01 WS-ANSWER PIC X(1) VALUES SPACE.
           01 WS-NEXT-SEQ PIC 9(4) VALUES 0.
           01 WS-GAME-RESULT PIC X(1) VALUES SPACE.
           COPY CORRGAME.
           COPY FILELOCK.
       COPY TTTPARM.

       LINKAGE SECTION.
      *    "S" at sign-on - show the games waiting on this operator
      *    and offer one move; "D" (or no parameter) the full desk
       01 CORR-ENTRY PIC X(1).

       PROCEDURE DIVISION USING CORR-ENTRY.
           MAIN-LOGIC.
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "UTILOPER"
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "CORRESPONDENCE PLAY NEEDS A MENU SIGN-ON"
                   GO TO CORR-EXIT
               END-IF
               IF ADDRESS OF CORR-ENTRY NOT = NULL
                   MOVE CORR-ENTRY TO WS-ENTRY
               END-IF
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
      *        every visit settles the deadlines first, so nobody is
      *        ever asked to move in a game already lost on time
               PERFORM SWEEP-EXPIRED THRU SWEEP-EXPIRED-EXIT
               IF WS-ENTRY = "S"
                   PERFORM SHOW-MY-TURN THRU SHOW-MY-TURN-EXIT
                   GO TO CORR-EXIT
               END-IF
               GO TO CORR-MENU.

           CORR-MENU.
               DISPLAY " "
               DISPLAY "===================================="
               DISPLAY " CORRESPONDENCE TIC-TAC-TOE"
               DISPLAY "===================================="
               DISPLAY " 1. Games awaiting my move"
               DISPLAY " 2. All my games"
               DISPLAY " 3. Challenge an operator"
               DISPLAY " 0. Exit"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM SHOW-MY-TURN THRU SHOW-MY-TURN-EXIT
                   WHEN 2
                       PERFORM LIST-MY-GAMES THRU LIST-MY-GAMES-EXIT
                   WHEN 3
                       PERFORM NEW-GAME THRU NEW-GAME-EXIT
                   WHEN 0
                       GO TO CORR-EXIT
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
               GO TO CORR-MENU.

      *    a game whose side to move let the deadline pass is lost by
      *    that side - TICTACTOE records it as a forfeit through the
      *    same history, move-log and rating path as a live game. a
      *    busy file is left for the next visit to settle
           SWEEP-EXPIRED.
               PERFORM CLAIM-CORR-FILE
               IF WS-LOCKED = 0
                   GO TO SWEEP-EXPIRED-EXIT
               END-IF
               PERFORM LOAD-GAMES THRU LOAD-GAMES-EXIT
               MOVE 0 TO WS-DROPPED
               MOVE 1 TO WS-GAME-IDX
               PERFORM SWEEP-ONE-GAME
                   UNTIL WS-GAME-IDX > WS-GAME-COUNT
               IF WS-DROPPED > 0
                   PERFORM SAVE-GAMES
               END-IF
               PERFORM RELEASE-CORR-FILE.
           SWEEP-EXPIRED-EXIT.
               EXIT.

           SWEEP-ONE-GAME.
               MOVE WS-GAME-ENTRY(WS-GAME-IDX) TO CORR-GAME-REC
               IF CORR-DEADLINE IS NUMERIC
                   AND CORR-DEADLINE < WS-TODAY
                   DISPLAY "CORRESPONDENCE GAME " CORR-GAME-ID
                       " FORFEITED - " CORR-TO-MOVE
                       " MISSED THE MOVE DEADLINE"
                   MOVE "F" TO CORR-REQUEST
                   PERFORM CALL-GAME
                   PERFORM SETTLE-FORFEIT
               ELSE
                   ADD 1 TO WS-GAME-IDX
               END-IF.

      *    only a forfeit that reached the match master leaves the
      *    file - anything else stays for the next sweep to retry
           SETTLE-FORFEIT.
               IF WS-GAME-RESULT = "X" OR WS-GAME-RESULT = "O"
                   OR WS-GAME-RESULT = "T"
                   MOVE WS-GAME-IDX TO WS-DROP-IDX
                   PERFORM DROP-GAME
                   ADD 1 TO WS-DROPPED
               ELSE
                   DISPLAY "CORRESPONDENCE GAME " CORR-GAME-ID
                       " FORFEIT NOT RECORDED - KEPT FOR THE NEXT "
                       "SWEEP"
                   ADD 1 TO WS-GAME-IDX
               END-IF.

      *    the games where this operator holds the move - at sign-on
      *    an empty list says nothing, the desk says so
           SHOW-MY-TURN.
               PERFORM LOAD-GAMES THRU LOAD-GAMES-EXIT
               MOVE 0 TO WS-PICK-COUNT
               MOVE 1 TO WS-GAME-IDX
               PERFORM PICK-MY-TURN
                   UNTIL WS-GAME-IDX > WS-GAME-COUNT
               IF WS-PICK-COUNT = 0
                   IF WS-ENTRY NOT = "S"
                       DISPLAY "NO CORRESPONDENCE GAMES AWAIT YOUR MOVE"
                   END-IF
                   GO TO SHOW-MY-TURN-EXIT
               END-IF
               DISPLAY " "
               DISPLAY "CORRESPONDENCE GAMES AWAITING YOUR MOVE:"
               MOVE 1 TO WS-GAME-IDX
               PERFORM SHOW-MY-TURN-LINE
                   UNTIL WS-GAME-IDX > WS-GAME-COUNT
               DISPLAY "ENTER A NUMBER TO MOVE NOW, OR BLANK TO GO ON:"
                   WITH NO ADVANCING
               MOVE SPACES TO WS-PICK-ANSWER
               ACCEPT WS-PICK-ANSWER
               PERFORM PARSE-PICK THRU PARSE-PICK-EXIT
               IF WS-PICK-NUM = 0
                   GO TO SHOW-MY-TURN-EXIT
               END-IF
               MOVE WS-PICK-ID(WS-PICK-NUM) TO WS-PLAY-ID
               PERFORM PLAY-ONE-MOVE THRU PLAY-ONE-MOVE-EXIT.
           SHOW-MY-TURN-EXIT.
               EXIT.

           PICK-MY-TURN.
               MOVE WS-GAME-ENTRY(WS-GAME-IDX) TO CORR-GAME-REC
               IF (CORR-TO-MOVE = "X" AND CORR-X-ID = WS-OPERATOR-ID)
                   OR (CORR-TO-MOVE = "O"
                   AND CORR-O-ID = WS-OPERATOR-ID)
                   ADD 1 TO WS-PICK-COUNT
                   MOVE CORR-GAME-ID TO WS-PICK-ID(WS-PICK-COUNT)
               END-IF
               ADD 1 TO WS-GAME-IDX.

           SHOW-MY-TURN-LINE.
               MOVE WS-GAME-ENTRY(WS-GAME-IDX) TO CORR-GAME-REC
               MOVE 1 TO WS-PICK-NUM
               PERFORM FIND-PICK
                   UNTIL WS-PICK-NUM > WS-PICK-COUNT
                   OR WS-PICK-ID(WS-PICK-NUM) = CORR-GAME-ID
               IF WS-PICK-NUM <= WS-PICK-COUNT
                   IF CORR-X-ID = WS-OPERATOR-ID
                       MOVE CORR-O-ID TO WS-OPPONENT
                   ELSE
                       MOVE CORR-X-ID TO WS-OPPONENT
                   END-IF
                   DISPLAY " " WS-PICK-NUM ". " CORR-GAME-ID " VS "
                       WS-OPPONENT " " CORR-DIM "X" CORR-DIM
                       " YOU PLAY " CORR-TO-MOVE
                       "  MOVE BY " CORR-DEADLINE
               END-IF
               ADD 1 TO WS-GAME-IDX.

           FIND-PICK.
               ADD 1 TO WS-PICK-NUM.

           PARSE-PICK.
               MOVE 0 TO WS-PICK-NUM
               IF WS-PICK-ANSWER(1:1) < "0" OR WS-PICK-ANSWER(1:1) > "9"
                   GO TO PARSE-PICK-EXIT
               END-IF
               IF WS-PICK-ANSWER(2:1) >= "0"
                   AND WS-PICK-ANSWER(2:1) <= "9"
                   MOVE WS-PICK-ANSWER TO WS-PICK-NUM
               ELSE
                   MOVE WS-PICK-ANSWER(1:1) TO WS-PICK-NUM
               END-IF
               IF WS-PICK-NUM > WS-PICK-COUNT
                   DISPLAY "NO SUCH GAME ON THE LIST"
                   MOVE 0 TO WS-PICK-NUM
               END-IF.
           PARSE-PICK-EXIT.
               EXIT.

           LIST-MY-GAMES.
               PERFORM LOAD-GAMES THRU LOAD-GAMES-EXIT
               MOVE 0 TO WS-PICK-COUNT
               DISPLAY " "
               DISPLAY "GAME ID      X        O        BOARD   MOVES "
                   "TO MOVE  MOVE BY"
               MOVE 1 TO WS-GAME-IDX
               PERFORM LIST-ONE-GAME
                   UNTIL WS-GAME-IDX > WS-GAME-COUNT
               IF WS-PICK-COUNT = 0
                   DISPLAY "NO CORRESPONDENCE GAMES IN PROGRESS"
               END-IF.
           LIST-MY-GAMES-EXIT.
               EXIT.

           LIST-ONE-GAME.
               MOVE WS-GAME-ENTRY(WS-GAME-IDX) TO CORR-GAME-REC
               IF CORR-X-ID = WS-OPERATOR-ID
                   OR CORR-O-ID = WS-OPERATOR-ID
                   ADD 1 TO WS-PICK-COUNT
                   DISPLAY CORR-GAME-ID " " CORR-X-ID " " CORR-O-ID
                       " " CORR-DIM "X" CORR-DIM "/" CORR-WINLEN
                       " " CORR-VARIANT "   " CORR-MOVE-COUNT "    "
                       CORR-TO-MOVE
                       "        " CORR-DEADLINE
               END-IF
               ADD 1 TO WS-GAME-IDX.

      *    the challenger takes X and the first move; the opponent
      *    must be a registered operator, since only a sign-on ever
      *    shows a game to its player
           NEW-GAME.
               DISPLAY "OPPONENT'S OPERATOR ID:" WITH NO ADVANCING
               MOVE SPACES TO WS-OPPONENT
               ACCEPT WS-OPPONENT
               IF WS-OPPONENT = SPACES
                   GO TO NEW-GAME-EXIT
               END-IF
               IF WS-OPPONENT = WS-OPERATOR-ID
                   DISPLAY "A CORRESPONDENCE GAME NEEDS TWO OPERATORS"
                   GO TO NEW-GAME-EXIT
               END-IF
               PERFORM CHECK-REGISTERED THRU CHECK-REGISTERED-EXIT
               IF WS-REG-FOUND = 0
                   DISPLAY WS-OPPONENT " IS NOT A REGISTERED OPERATOR"
                   GO TO NEW-GAME-EXIT
               END-IF
               DISPLAY "BOARD SIZE - 3, 4 OR 5 (DEFAULT 3)"
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               MOVE 3 TO WS-NEW-DIM
               IF WS-ANSWER >= "3" AND WS-ANSWER <= "5"
                   MOVE WS-ANSWER TO WS-NEW-DIM
               END-IF
               MOVE WS-NEW-DIM TO WS-NEW-WINLEN
               IF WS-NEW-DIM > 3
                   DISPLAY "WINNING LINE LENGTH (3-" WS-NEW-DIM
                       ", DEFAULT " WS-NEW-DIM ")"
                   MOVE SPACE TO WS-ANSWER
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER >= "3" AND WS-ANSWER <= "5"
                       MOVE WS-ANSWER TO WS-NEW-WINLEN
                       IF WS-NEW-WINLEN > WS-NEW-DIM
                           MOVE WS-NEW-DIM TO WS-NEW-WINLEN
                       END-IF
                   END-IF
               END-IF
               DISPLAY "RULE VARIANT - C CLASSIC, M MISERE, W WILD "
                   "(DEFAULT C)"
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               MOVE "C" TO WS-NEW-VARIANT
               IF WS-ANSWER = "M" OR WS-ANSWER = "m"
                   MOVE "M" TO WS-NEW-VARIANT
               END-IF
               IF WS-ANSWER = "W" OR WS-ANSWER = "w"
                   MOVE "W" TO WS-NEW-VARIANT
               END-IF
               DISPLAY "DAYS ALLOWED PER MOVE - 1 TO 9 (DEFAULT 3)"
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               MOVE 3 TO WS-NEW-DAYS
               IF WS-ANSWER >= "1" AND WS-ANSWER <= "9"
                   MOVE WS-ANSWER TO WS-NEW-DAYS
               END-IF
               PERFORM CLAIM-CORR-FILE
               IF WS-LOCKED = 0
                   DISPLAY "CORRESPONDENCE FILE IN USE BY "
                       FLOCK-HOLDER " - TRY AGAIN SHORTLY"
                   GO TO NEW-GAME-EXIT
               END-IF
               PERFORM LOAD-GAMES THRU LOAD-GAMES-EXIT
               IF WS-GAME-OVER = 1 OR WS-GAME-COUNT >= WS-GAME-MAX
                   DISPLAY "THE CORRESPONDENCE FILE IS FULL - "
                       "NO NEW GAMES UNTIL SOME FINISH"
                   PERFORM RELEASE-CORR-FILE
                   GO TO NEW-GAME-EXIT
               END-IF
               MOVE 0 TO WS-NEXT-SEQ
               MOVE 1 TO WS-GAME-IDX
               PERFORM FIND-NEXT-SEQ
                   UNTIL WS-GAME-IDX > WS-GAME-COUNT
               ADD 1 TO WS-NEXT-SEQ
               ACCEPT WS-NOW-CLOCK FROM TIME
               MOVE SPACES TO CORR-GAME-REC
               MOVE WS-TODAY TO CORR-ID-DATE
               MOVE WS-NEXT-SEQ TO CORR-ID-SEQ
               MOVE WS-OPERATOR-ID TO CORR-X-ID
               MOVE WS-OPPONENT TO CORR-O-ID
               MOVE WS-NEW-DIM TO CORR-DIM
               MOVE WS-NEW-WINLEN TO CORR-WINLEN
               MOVE WS-NEW-DAYS TO CORR-DAYS
               MOVE WS-NEW-VARIANT TO CORR-VARIANT
               MOVE "X" TO CORR-TO-MOVE
               MOVE ALL "." TO CORR-BOARD
               MOVE WS-TODAY TO CORR-STARTED
               MOVE WS-NOW-CLOCK(1:6) TO CORR-START-TIME
               PERFORM SET-DEADLINE
               MOVE 0 TO CORR-MOVE-COUNT
               ADD 1 TO WS-GAME-COUNT
               MOVE CORR-GAME-REC TO WS-GAME-ENTRY(WS-GAME-COUNT)
               PERFORM SAVE-GAMES
               PERFORM RELEASE-CORR-FILE
               DISPLAY "GAME " CORR-GAME-ID " STARTED - YOU ARE X, "
                   WS-OPPONENT " IS O"
               MOVE CORR-GAME-ID TO WS-PLAY-ID
               DISPLAY "MAKE YOUR FIRST MOVE NOW? (Y/N)"
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   PERFORM PLAY-ONE-MOVE THRU PLAY-ONE-MOVE-EXIT
               END-IF.
           NEW-GAME-EXIT.
               EXIT.

           FIND-NEXT-SEQ.
               MOVE WS-GAME-ENTRY(WS-GAME-IDX) TO CORR-GAME-REC
               IF CORR-ID-DATE = WS-TODAY
                   AND CORR-ID-SEQ > WS-NEXT-SEQ
                   MOVE CORR-ID-SEQ TO WS-NEXT-SEQ
               END-IF
               ADD 1 TO WS-GAME-IDX.

           CHECK-REGISTERED.
               MOVE 0 TO WS-REG-FOUND
               OPEN INPUT OPERATOR-REGISTRY
               IF WS-REG-STATUS NOT = "00"
                   GO TO CHECK-REGISTERED-EXIT
               END-IF.
           CHECK-REGISTERED-LOOP.
               READ OPERATOR-REGISTRY
                   AT END
                       CLOSE OPERATOR-REGISTRY
                       GO TO CHECK-REGISTERED-EXIT
               END-READ
               IF OPERATOR-REGISTRY-REC(1:8) = WS-OPPONENT
                   MOVE 1 TO WS-REG-FOUND
                   CLOSE OPERATOR-REGISTRY
                   GO TO CHECK-REGISTERED-EXIT
               END-IF
               GO TO CHECK-REGISTERED-LOOP.
           CHECK-REGISTERED-EXIT.
               EXIT.

      *    the file stays claimed across the move, so the game cannot
      *    be swept or moved from another terminal while its player
      *    is at the board - and the result lands before anyone else
      *    can see the game again
           PLAY-ONE-MOVE.
               PERFORM CLAIM-CORR-FILE
               IF WS-LOCKED = 0
                   DISPLAY "CORRESPONDENCE FILE IN USE BY "
                       FLOCK-HOLDER " - TRY AGAIN SHORTLY"
                   GO TO PLAY-ONE-MOVE-EXIT
               END-IF
               PERFORM LOAD-GAMES THRU LOAD-GAMES-EXIT
               MOVE 0 TO WS-FOUND-IDX
               MOVE 1 TO WS-GAME-IDX
               PERFORM FIND-GAME
                   UNTIL WS-GAME-IDX > WS-GAME-COUNT
                   OR WS-FOUND-IDX > 0
               IF WS-FOUND-IDX = 0
                   DISPLAY "GAME " WS-PLAY-ID " IS NO LONGER PENDING"
                   PERFORM RELEASE-CORR-FILE
                   GO TO PLAY-ONE-MOVE-EXIT
               END-IF
               MOVE WS-GAME-ENTRY(WS-FOUND-IDX) TO CORR-GAME-REC
               IF CORR-TO-MOVE = "X"
                   MOVE CORR-X-ID TO WS-OPPONENT
               ELSE
                   MOVE CORR-O-ID TO WS-OPPONENT
               END-IF
               IF WS-OPPONENT NOT = WS-OPERATOR-ID
                   DISPLAY "IT IS NOT YOUR MOVE IN GAME " WS-PLAY-ID
                   PERFORM RELEASE-CORR-FILE
                   GO TO PLAY-ONE-MOVE-EXIT
               END-IF
               MOVE "M" TO CORR-REQUEST
               PERFORM CALL-GAME
               EVALUATE WS-GAME-RESULT
                   WHEN "L"
                       DISPLAY "NO MOVE MADE - THE GAME WAITS FOR YOU "
                           "UNTIL " CORR-DEADLINE
      *            a suspended or retired player holds up the board;
      *            the game stands until the deadline sweep settles it
                   WHEN "R"
                       DISPLAY "NO MOVE MADE - A PLAYER IN GAME "
                           WS-PLAY-ID " MAY NOT PLAY"
                   WHEN "?"
      *                each move renews the allowance for the reply
                       MOVE SPACE TO CORR-REQUEST
                       MOVE SPACE TO CORR-RESULT
                       PERFORM SET-DEADLINE
                       MOVE CORR-GAME-REC TO WS-GAME-ENTRY(WS-FOUND-IDX)
                       PERFORM SAVE-GAMES
                       DISPLAY "YOUR OPPONENT HAS UNTIL " CORR-DEADLINE
                           " TO REPLY"
      *            only a result on the match master closes the
      *            game - one that missed it, or no answer at all,
      *            leaves the position as it was for the move to be
      *            played again
                   WHEN "X"
                   WHEN "O"
                   WHEN "T"
                       MOVE WS-FOUND-IDX TO WS-DROP-IDX
                       PERFORM DROP-GAME
                       PERFORM SAVE-GAMES
                       DISPLAY "CORRESPONDENCE GAME " WS-PLAY-ID
                           " IS OVER - RESULT " WS-GAME-RESULT
                   WHEN OTHER
                       DISPLAY "THE RESULT OF GAME " WS-PLAY-ID
                           " WAS NOT RECORDED - THE GAME STAYS ON "
                           "FILE, PLAY YOUR MOVE AGAIN LATER"
               END-EVALUATE
               PERFORM RELEASE-CORR-FILE.
           PLAY-ONE-MOVE-EXIT.
               EXIT.

           FIND-GAME.
               IF WS-GAME-ENTRY(WS-GAME-IDX)(1:12) = WS-PLAY-ID
                   MOVE WS-GAME-IDX TO WS-FOUND-IDX
               END-IF
               ADD 1 TO WS-GAME-IDX.

      *    the game itself plays the move (or books the forfeit) under
      *    mode 4 - the pending record goes along and comes back
      *    with the new position
           CALL-GAME.
               MOVE SPACE TO CORR-RESULT
               MOVE CORR-DIM TO TTT-PARM-DIM
               MOVE 4 TO TTT-PARM-MODE
               MOVE 0 TO TTT-PARM-DIFF
               MOVE CORR-X-ID TO TTT-PARM-X-ID
               MOVE CORR-O-ID TO TTT-PARM-O-ID
               MOVE SPACE TO TTT-PARM-RESULT
               MOVE 0 TO TTT-PARM-CLOCK
               MOVE CORR-WINLEN TO TTT-PARM-WINLEN
               MOVE CORR-VARIANT TO TTT-PARM-VARIANT
               CALL "TICTACTOE" USING TTT-PARMS CORR-GAME-REC
               MOVE TTT-PARM-RESULT TO WS-GAME-RESULT.

           SET-DEADLINE.
               IF CORR-DAYS IS NOT NUMERIC OR CORR-DAYS = 0
                   MOVE 3 TO CORR-DAYS
               END-IF
               COMPUTE CORR-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + CORR-DAYS).

      *    close the gap left by a finished game - the table keeps
      *    file order
           DROP-GAME.
               PERFORM SHIFT-GAME
                   UNTIL WS-DROP-IDX >= WS-GAME-COUNT
               SUBTRACT 1 FROM WS-GAME-COUNT.

           SHIFT-GAME.
               MOVE WS-GAME-ENTRY(WS-DROP-IDX + 1)
                   TO WS-GAME-ENTRY(WS-DROP-IDX)
               ADD 1 TO WS-DROP-IDX.

           LOAD-GAMES.
               MOVE 0 TO WS-GAME-COUNT
               MOVE 0 TO WS-GAME-OVER
               OPEN INPUT CORR-FILE
               IF WS-CORR-STATUS NOT = "00"
                   GO TO LOAD-GAMES-EXIT
               END-IF.
           LOAD-GAMES-LOOP.
               READ CORR-FILE
                   AT END
                       CLOSE CORR-FILE
                       GO TO LOAD-GAMES-EXIT
               END-READ
               IF CORR-FILE-REC = SPACES
                   GO TO LOAD-GAMES-LOOP
               END-IF
               IF WS-GAME-COUNT < WS-GAME-MAX
                   ADD 1 TO WS-GAME-COUNT
                   MOVE CORR-FILE-REC TO WS-GAME-ENTRY(WS-GAME-COUNT)
               ELSE
                   MOVE 1 TO WS-GAME-OVER
               END-IF
               GO TO LOAD-GAMES-LOOP.
           LOAD-GAMES-EXIT.
               EXIT.

      *    a file holding more games than the table cannot be
      *    rewritten from it without losing the overflow
           SAVE-GAMES.
               IF WS-GAME-OVER = 1
                   DISPLAY "CORRESPONDENCE FILE HOLDS MORE GAMES THAN "
                       "THIS DESK CAN CARRY - NOT REWRITTEN"
               ELSE
                   OPEN OUTPUT CORR-FILE
                   MOVE 1 TO WS-GAME-IDX
                   PERFORM SAVE-ONE-GAME
                       UNTIL WS-GAME-IDX > WS-GAME-COUNT
                   CLOSE CORR-FILE
               END-IF.

           SAVE-ONE-GAME.
               MOVE WS-GAME-ENTRY(WS-GAME-IDX) TO CORR-FILE-REC
               WRITE CORR-FILE-REC
               ADD 1 TO WS-GAME-IDX.

           CLAIM-CORR-FILE.
               MOVE 0 TO WS-LOCKED
               MOVE "CORRGAME" TO FLOCK-FILE
               MOVE WS-OPERATOR-ID TO FLOCK-OWNER
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY = "G"
                   MOVE 1 TO WS-LOCKED
               END-IF.

           RELEASE-CORR-FILE.
               IF WS-LOCKED = 1
                   MOVE "CORRGAME" TO FLOCK-FILE
                   MOVE "R" TO FLOCK-ACTION
                   CALL "FILELOCK" USING FLOCK-PARMS
                   MOVE 0 TO WS-LOCKED
               END-IF.

           CORR-EXIT.
           GOBACK.
       END PROGRAM TTTCORR.
