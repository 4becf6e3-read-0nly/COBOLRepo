       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIGMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELIG-FILE ASSIGN TO "PLAYELIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIG-STATUS.
           SELECT ELIG-LOG ASSIGN TO "ELIGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ALIAS-FILE ASSIGN TO "ALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.
           SELECT MAINT-LOG ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT OPERATOR-REGISTRY ASSIGN TO "OPERREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT USAGE-AUDIT ASSIGN TO "USAGELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ELIG-FILE.
       01  ELIG-FILE-REC PIC X(80).
       FD  ELIG-LOG.
       01  ELIG-LOG-REC PIC X(80).
       FD  ALIAS-FILE.
       01  ALIAS-FILE-REC PIC X(20).
       FD  MAINT-LOG.
       01  MAINT-LOG-REC PIC X(80).
       FD  OPERATOR-REGISTRY.
       01  OPERATOR-REGISTRY-REC PIC X(80).
       FD  USAGE-AUDIT.
       01  USAGE-AUDIT-REC PIC X(50).
       LOCAL-STORAGE SECTION.
           01 WS-ELIG-STATUS PIC X(2) VALUES "00".
           01 WS-LOG-STATUS PIC X(2) VALUES "00".
           01 WS-ALIAS-STATUS PIC X(2) VALUES "00".
           01 WS-MAINT-STATUS PIC X(2) VALUES "00".
           01 WS-OPERATOR-ID PIC X(8) VALUES SPACES.
           01 WS-MENU-CHOICE PIC 9(1) VALUES 0.
           01 WS-TODAY PIC 9(8).
           COPY PLAYELIG.
           01 WS-ALIAS-LINE.
               05 WS-ALIAS-OLD PIC X(8).
               05 FILLER PIC X(1).
               05 WS-ALIAS-CANON PIC X(8).
           01 WS-PLAYER-ID PIC X(8) VALUES SPACES.
           01 WS-NEW-STATUS PIC X(1) VALUES SPACE.
           01 WS-UNTIL-ANSWER PIC X(8) VALUES SPACES.
           01 WS-NEW-UNTIL PIC 9(8) VALUES 0.
           01 WS-NEW-REASON PIC X(30) VALUES SPACES.
           01 WS-STATUS-NAME PIC X(13) VALUES SPACES.
           01 WS-LIST-COUNT PIC 9(4) VALUES 0.
           01 WS-SHOW-UNTIL PIC X(8) VALUES SPACES.
           01 WS-LOCKED PIC 9(1) VALUES 0.
      *    the whole master rides in storage between a locked load
      *    and the rewrite - one line per player who was ever
      *    anything but active
           01 WS-ELIG-MAX PIC 9(4) VALUES 1000.
           01 WS-ELIG-COUNT PIC 9(4) VALUES 0.
           01 WS-ELIG-OVER PIC 9(1) VALUES 0.
           01 WS-ELIG-TABLE.
               05 WS-ELIG-ENTRY PIC X(80) OCCURS 1000 TIMES.
           01 WS-ELIG-IDX PIC 9(4).
           01 WS-ELIG-HIT PIC 9(4) VALUES 0.
      *    the refusal log line as ELIGCHK writes it
           01 WS-REFUSAL-LINE.
               05 WS-RF-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 WS-RF-TIME PIC 9(6).
               05 FILLER PIC X(1).
               05 WS-RF-CALLER PIC X(8).
               05 FILLER PIC X(1).
               05 WS-RF-PLAYER PIC X(8).
               05 FILLER PIC X(1).
               05 WS-RF-STATUS PIC X(1).
               05 FILLER PIC X(1).
               05 WS-RF-AS-OF PIC 9(8).
               05 FILLER PIC X(1).
               05 WS-RF-REASON PIC X(30).
           01 WS-MAINT-CLOCK PIC 9(8).
           01 WS-MAINT-LINE.
               05 WS-MNT-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-MNT-TIME PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-MNT-OPER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-MNT-FILE PIC X(12).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-MNT-ACTION PIC X(8).
           01 WS-MAINT-PRIOR-LINE.
               05 FILLER PIC X(2) VALUE "+ ".
               05 WS-MNT-PRIOR PIC X(78).
      *    a suspension stops a player at every board in the shop -
      *    the program checks the registry role itself instead of
      *    trusting whoever put it on the call stack
           01 WS-REGISTRY-STATUS PIC X(2) VALUES "00".
           01 WS-USAGE-STATUS PIC X(2) VALUES "00".
           01 WS-OPERATOR-ROLE PIC X(1) VALUES "O".
           01 WS-REGISTRY-LINE.
               05 WS-REG-ID PIC X(8).
               05 FILLER PIC X(1).
               05 WS-REG-NAME PIC X(20).
               05 FILLER PIC X(1).
               05 WS-REG-ROLE PIC X(1).
           01 WS-USAGE-CLOCK PIC 9(8).
           01 WS-USAGE-LINE.
               05 WS-USE-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-USE-TIME PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-USE-OPER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-USE-PGM PIC X(12).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-USE-RC PIC 9(4).
           COPY FILELOCK.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "UTILOPER"
               IF WS-OPERATOR-ID = SPACES
                   MOVE "UNKNOWN" TO WS-OPERATOR-ID
               END-IF
               PERFORM CHECK-ROLE THRU CHECK-ROLE-EXIT
               IF WS-OPERATOR-ROLE = "O"
                   DISPLAY "PLAYER ELIGIBILITY NEEDS A SUPERVISOR "
                       "OR ADMIN - " WS-OPERATOR-ID " IS NOT ONE"
                   PERFORM WRITE-REFUSAL-AUDIT
                   MOVE 8 TO RETURN-CODE
                   GO TO ELIG-EXIT
               END-IF
               GO TO ELIG-MENU.

      *    an unknown or unregistered id carries no privileges -
      *    whatever called us, the registry decides
           CHECK-ROLE.
               MOVE "O" TO WS-OPERATOR-ROLE
               OPEN INPUT OPERATOR-REGISTRY
               IF WS-REGISTRY-STATUS NOT = "00"
                   GO TO CHECK-ROLE-EXIT
               END-IF.
           CHECK-ROLE-LOOP.
               READ OPERATOR-REGISTRY INTO WS-REGISTRY-LINE
                   AT END
                       CLOSE OPERATOR-REGISTRY
                       GO TO CHECK-ROLE-EXIT
               END-READ
               IF WS-REG-ID = WS-OPERATOR-ID
                   IF WS-REG-ROLE = "S" OR WS-REG-ROLE = "A"
                       MOVE WS-REG-ROLE TO WS-OPERATOR-ROLE
                   END-IF
                   CLOSE OPERATOR-REGISTRY
                   GO TO CHECK-ROLE-EXIT
               END-IF
               GO TO CHECK-ROLE-LOOP.
           CHECK-ROLE-EXIT.
               EXIT.

           WRITE-REFUSAL-AUDIT.
               ACCEPT WS-USE-DATE FROM DATE YYYYMMDD
               ACCEPT WS-USAGE-CLOCK FROM TIME
               MOVE WS-USAGE-CLOCK(1:6) TO WS-USE-TIME
               MOVE WS-OPERATOR-ID TO WS-USE-OPER
               MOVE "ELIGMAINT" TO WS-USE-PGM
               MOVE 8 TO WS-USE-RC
               OPEN EXTEND USAGE-AUDIT
               IF WS-USAGE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT USAGE-AUDIT
               END-IF
               MOVE WS-USAGE-LINE TO USAGE-AUDIT-REC
               WRITE USAGE-AUDIT-REC
               CLOSE USAGE-AUDIT.

           ELIG-MENU.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               DISPLAY " "
               DISPLAY "===================================="
               DISPLAY " PLAYER ELIGIBILITY (" WS-OPERATOR-ID ")"
               DISPLAY "===================================="
               DISPLAY " 1. List the eligibility master"
               DISPLAY " 2. Set a player's status"
               DISPLAY " 3. Browse the refusal log"
               DISPLAY " 0. Exit"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-MASTER THRU LIST-MASTER-EXIT
                   WHEN 2
                       PERFORM SET-STATUS THRU SET-STATUS-EXIT
                   WHEN 3
                       PERFORM BROWSE-REFUSALS
                           THRU BROWSE-REFUSALS-EXIT
                   WHEN 0
                       GO TO ELIG-EXIT
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
               GO TO ELIG-MENU.

      *    reinstated players keep their line (as "A") so the list
      *    shows who was cleared and by whom; the trail of earlier
      *    statuses is on the maintenance log
           LIST-MASTER.
               MOVE 0 TO WS-LIST-COUNT
               OPEN INPUT ELIG-FILE
               IF WS-ELIG-STATUS NOT = "00"
                   DISPLAY "NO PLAYER HAS EVER BEEN RESTRICTED"
                   GO TO LIST-MASTER-EXIT
               END-IF
               DISPLAY " "
               DISPLAY "PLAYER   STATUS        UNTIL    SINCE    "
                   "SET BY   REASON"
               DISPLAY "-------- ------------- -------- -------- "
                   "-------- ------------------------------".
           LIST-MASTER-LOOP.
               READ ELIG-FILE INTO WS-ELIG-LINE
                   AT END
                       CLOSE ELIG-FILE
                       GO TO LIST-MASTER-END
               END-READ
               ADD 1 TO WS-LIST-COUNT
               PERFORM NAME-STATUS
               MOVE SPACES TO WS-SHOW-UNTIL
               IF WS-EL-STATUS = "S"
                   IF WS-EL-UNTIL IS NUMERIC AND WS-EL-UNTIL > 0
                       MOVE WS-EL-UNTIL TO WS-SHOW-UNTIL
                   ELSE
                       MOVE "OPEN" TO WS-SHOW-UNTIL
                   END-IF
               END-IF
               DISPLAY WS-EL-ID " " WS-STATUS-NAME " " WS-SHOW-UNTIL
                   " " WS-EL-SET-DATE " " WS-EL-SET-BY " "
                   WS-EL-REASON
               GO TO LIST-MASTER-LOOP.
           LIST-MASTER-END.
               DISPLAY WS-LIST-COUNT " PLAYER(S) ON THE MASTER".
           LIST-MASTER-EXIT.
               EXIT.

      *    a suspension whose end date has passed reads as lapsed -
      *    ELIGCHK already lets the player back in
           NAME-STATUS.
               EVALUATE WS-EL-STATUS
                   WHEN "A"
                       MOVE "ACTIVE" TO WS-STATUS-NAME
                   WHEN "S"
                       IF WS-EL-UNTIL IS NUMERIC AND WS-EL-UNTIL > 0
                           AND WS-EL-UNTIL < WS-TODAY
                           MOVE "LAPSED" TO WS-STATUS-NAME
                       ELSE
                           MOVE "SUSPENDED" TO WS-STATUS-NAME
                       END-IF
                   WHEN "R"
                       MOVE "RETIRED" TO WS-STATUS-NAME
                   WHEN "U"
                       MOVE "UNRATED-ONLY" TO WS-STATUS-NAME
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-STATUS-NAME
               END-EVALUATE.

           SET-STATUS.
               DISPLAY "PLAYER ID (BLANK TO QUIT):"
               MOVE SPACES TO WS-PLAYER-ID
               ACCEPT WS-PLAYER-ID
               IF WS-PLAYER-ID = SPACES
                   GO TO SET-STATUS-EXIT
               END-IF
      *        a merged-away id is judged as its canonical one, so
      *        the status belongs on the canonical line
               PERFORM RESOLVE-ALIAS THRU RESOLVE-ALIAS-EXIT
               MOVE "PLAYELIG" TO FLOCK-FILE
               MOVE WS-OPERATOR-ID TO FLOCK-OWNER
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY NOT = "G"
                   DISPLAY "THE ELIGIBILITY MASTER IS IN USE BY "
                       FLOCK-HOLDER " - TRY AGAIN SHORTLY"
                   GO TO SET-STATUS-EXIT
               END-IF
               MOVE 1 TO WS-LOCKED
               PERFORM LOAD-MASTER THRU LOAD-MASTER-EXIT
               IF WS-ELIG-OVER = 1
                   DISPLAY "THE ELIGIBILITY MASTER HOLDS MORE LINES "
                       "THAN THIS PROGRAM CAN CARRY - NOTHING CHANGED"
                   GO TO SET-STATUS-DONE
               END-IF
               MOVE 0 TO WS-ELIG-HIT
               MOVE 1 TO WS-ELIG-IDX
               PERFORM FIND-PLAYER
                   UNTIL WS-ELIG-IDX > WS-ELIG-COUNT
               IF WS-ELIG-HIT > 0
                   MOVE WS-ELIG-ENTRY(WS-ELIG-HIT) TO WS-ELIG-LINE
                   PERFORM NAME-STATUS
                   DISPLAY WS-PLAYER-ID " IS NOW " WS-STATUS-NAME
                       " SINCE " WS-EL-SET-DATE " - " WS-EL-REASON
                   MOVE WS-ELIG-LINE TO WS-MNT-PRIOR
               ELSE
                   DISPLAY WS-PLAYER-ID " IS NOW ACTIVE (NOT ON THE "
                       "MASTER)"
                   MOVE SPACES TO WS-MNT-PRIOR
                   STRING WS-PLAYER-ID " NOT ON THE MASTER - ACTIVE"
                       DELIMITED BY SIZE INTO WS-MNT-PRIOR
               END-IF
               DISPLAY "NEW STATUS - A ACTIVE, S SUSPENDED, R RETIRED, "
                   "U UNRATED-ONLY (BLANK TO LEAVE IT):"
               MOVE SPACE TO WS-NEW-STATUS
               ACCEPT WS-NEW-STATUS
               EVALUATE WS-NEW-STATUS
                   WHEN "a"
                       MOVE "A" TO WS-NEW-STATUS
                   WHEN "s"
                       MOVE "S" TO WS-NEW-STATUS
                   WHEN "r"
                       MOVE "R" TO WS-NEW-STATUS
                   WHEN "u"
                       MOVE "U" TO WS-NEW-STATUS
               END-EVALUATE
               IF WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "S"
                   AND WS-NEW-STATUS NOT = "R"
                   AND WS-NEW-STATUS NOT = "U"
                   DISPLAY "NOTHING CHANGED"
                   GO TO SET-STATUS-DONE
               END-IF
               MOVE 0 TO WS-NEW-UNTIL
               IF WS-NEW-STATUS = "S"
                   DISPLAY "SUSPENDED THROUGH WHICH DATE (YYYYMMDD):"
                   MOVE SPACES TO WS-UNTIL-ANSWER
                   ACCEPT WS-UNTIL-ANSWER
                   IF WS-UNTIL-ANSWER IS NOT NUMERIC
                       DISPLAY "A SUSPENSION NEEDS AN END DATE - "
                           "NOTHING CHANGED"
                       GO TO SET-STATUS-DONE
                   END-IF
                   MOVE WS-UNTIL-ANSWER TO WS-NEW-UNTIL
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-UNTIL) NOT = 0
                       OR WS-NEW-UNTIL < WS-TODAY
                       DISPLAY WS-UNTIL-ANSWER " IS NOT A DATE FROM "
                           "TODAY ON - NOTHING CHANGED"
                       GO TO SET-STATUS-DONE
                   END-IF
               END-IF
      *        every restriction says why - the refusal a player
      *        meets at the board quotes it back
               DISPLAY "REASON (UP TO 30 CHARACTERS):"
               MOVE SPACES TO WS-NEW-REASON
               ACCEPT WS-NEW-REASON
               IF WS-NEW-REASON = SPACES
                   IF WS-NEW-STATUS = "A"
                       MOVE "REINSTATED" TO WS-NEW-REASON
                   ELSE
                       DISPLAY "A RESTRICTION NEEDS A REASON - "
                           "NOTHING CHANGED"
                       GO TO SET-STATUS-DONE
                   END-IF
               END-IF
               MOVE SPACES TO WS-ELIG-LINE
               MOVE WS-PLAYER-ID TO WS-EL-ID
               MOVE WS-NEW-STATUS TO WS-EL-STATUS
               MOVE WS-NEW-UNTIL TO WS-EL-UNTIL
               MOVE WS-TODAY TO WS-EL-SET-DATE
               MOVE WS-OPERATOR-ID TO WS-EL-SET-BY
               MOVE WS-NEW-REASON TO WS-EL-REASON
               IF WS-ELIG-HIT = 0
                   IF WS-ELIG-COUNT >= WS-ELIG-MAX
                       DISPLAY "THE ELIGIBILITY MASTER IS FULL - "
                           "NOTHING CHANGED"
                       GO TO SET-STATUS-DONE
                   END-IF
                   ADD 1 TO WS-ELIG-COUNT
                   MOVE WS-ELIG-COUNT TO WS-ELIG-HIT
               END-IF
               MOVE WS-ELIG-LINE TO WS-ELIG-ENTRY(WS-ELIG-HIT)
               PERFORM SAVE-MASTER THRU SAVE-MASTER-EXIT
               IF WS-ELIG-STATUS NOT = "00"
                   DISPLAY "THE ELIGIBILITY MASTER COULD NOT BE "
                       "WRITTEN - STATUS " WS-ELIG-STATUS
                   GO TO SET-STATUS-DONE
               END-IF
               PERFORM WRITE-MAINT-AUDIT
               PERFORM NAME-STATUS
               DISPLAY WS-PLAYER-ID " SET " WS-STATUS-NAME.
           SET-STATUS-DONE.
               IF WS-LOCKED = 1
                   MOVE "R" TO FLOCK-ACTION
                   CALL "FILELOCK" USING FLOCK-PARMS
                   MOVE 0 TO WS-LOCKED
               END-IF.
           SET-STATUS-EXIT.
               EXIT.

           FIND-PLAYER.
               IF WS-ELIG-ENTRY(WS-ELIG-IDX)(1:8) = WS-PLAYER-ID
                   MOVE WS-ELIG-IDX TO WS-ELIG-HIT
               END-IF
               ADD 1 TO WS-ELIG-IDX.

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
               IF WS-ALIAS-OLD = WS-PLAYER-ID
                   DISPLAY WS-PLAYER-ID " WAS MERGED INTO "
                       WS-ALIAS-CANON " - USING THAT"
                   MOVE WS-ALIAS-CANON TO WS-PLAYER-ID
                   CLOSE ALIAS-FILE
                   GO TO RESOLVE-ALIAS-EXIT
               END-IF
               GO TO RESOLVE-ALIAS-LOOP.
           RESOLVE-ALIAS-EXIT.
               EXIT.

           LOAD-MASTER.
               MOVE 0 TO WS-ELIG-COUNT
               MOVE 0 TO WS-ELIG-OVER
               OPEN INPUT ELIG-FILE
               IF WS-ELIG-STATUS NOT = "00"
                   GO TO LOAD-MASTER-EXIT
               END-IF.
           LOAD-MASTER-LOOP.
               READ ELIG-FILE
                   AT END
                       CLOSE ELIG-FILE
                       GO TO LOAD-MASTER-EXIT
               END-READ
               IF WS-ELIG-COUNT < WS-ELIG-MAX
                   ADD 1 TO WS-ELIG-COUNT
                   MOVE ELIG-FILE-REC TO WS-ELIG-ENTRY(WS-ELIG-COUNT)
               ELSE
                   MOVE 1 TO WS-ELIG-OVER
               END-IF
               GO TO LOAD-MASTER-LOOP.
           LOAD-MASTER-EXIT.
               EXIT.

           SAVE-MASTER.
               OPEN OUTPUT ELIG-FILE
               IF WS-ELIG-STATUS NOT = "00"
                   GO TO SAVE-MASTER-EXIT
               END-IF
               MOVE 1 TO WS-ELIG-IDX
               PERFORM SAVE-ONE-LINE
                   UNTIL WS-ELIG-IDX > WS-ELIG-COUNT
               CLOSE ELIG-FILE.
           SAVE-MASTER-EXIT.
               EXIT.

           SAVE-ONE-LINE.
               MOVE WS-ELIG-ENTRY(WS-ELIG-IDX) TO ELIG-FILE-REC
               WRITE ELIG-FILE-REC
               ADD 1 TO WS-ELIG-IDX.

      *    the same trail a FILEMAINT edit leaves - who, when, what
      *    was set, and the line it replaced
           WRITE-MAINT-AUDIT.
               ACCEPT WS-MNT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-MAINT-CLOCK FROM TIME
               MOVE WS-MAINT-CLOCK(1:6) TO WS-MNT-TIME
               MOVE WS-OPERATOR-ID TO WS-MNT-OPER
               MOVE "PLAYELIG" TO WS-MNT-FILE
               EVALUATE WS-NEW-STATUS
                   WHEN "A"
                       MOVE "REINSTAT" TO WS-MNT-ACTION
                   WHEN "S"
                       MOVE "SUSPEND" TO WS-MNT-ACTION
                   WHEN "R"
                       MOVE "RETIRE" TO WS-MNT-ACTION
                   WHEN "U"
                       MOVE "UNRATED" TO WS-MNT-ACTION
               END-EVALUATE
               OPEN EXTEND MAINT-LOG
               IF WS-MAINT-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT MAINT-LOG
               END-IF
               MOVE WS-MAINT-LINE TO MAINT-LOG-REC
               WRITE MAINT-LOG-REC
               MOVE WS-MAINT-PRIOR-LINE TO MAINT-LOG-REC
               WRITE MAINT-LOG-REC
               CLOSE MAINT-LOG.

      *    every turn-away ELIGCHK logged, oldest first - one player
      *    or the whole log
           BROWSE-REFUSALS.
               DISPLAY "PLAYER ID (BLANK FOR EVERY REFUSAL):"
               MOVE SPACES TO WS-PLAYER-ID
               ACCEPT WS-PLAYER-ID
               MOVE 0 TO WS-LIST-COUNT
               OPEN INPUT ELIG-LOG
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY "NO REFUSALS HAVE BEEN LOGGED"
                   GO TO BROWSE-REFUSALS-EXIT
               END-IF
               DISPLAY " "
               DISPLAY "DATE     TIME   PROGRAM  PLAYER   S GAME DAY "
                   "REASON".
           BROWSE-REFUSALS-LOOP.
               READ ELIG-LOG INTO WS-REFUSAL-LINE
                   AT END
                       CLOSE ELIG-LOG
                       GO TO BROWSE-REFUSALS-END
               END-READ
               IF WS-PLAYER-ID NOT = SPACES
                   AND WS-RF-PLAYER NOT = WS-PLAYER-ID
                   GO TO BROWSE-REFUSALS-LOOP
               END-IF
               ADD 1 TO WS-LIST-COUNT
               DISPLAY WS-RF-DATE " " WS-RF-TIME " " WS-RF-CALLER " "
                   WS-RF-PLAYER " " WS-RF-STATUS " " WS-RF-AS-OF " "
                   WS-RF-REASON
               GO TO BROWSE-REFUSALS-LOOP.
           BROWSE-REFUSALS-END.
               DISPLAY WS-LIST-COUNT " REFUSAL(S)".
           BROWSE-REFUSALS-EXIT.
               EXIT.

           ELIG-EXIT.
           GOBACK.
       END PROGRAM ELIGMAINT.
