       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUNEMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUNE-FILE ASSIGN TO "TUNABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUNE-STATUS.
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
       FD  TUNE-FILE.
       01  TUNE-FILE-REC PIC X(80).
       FD  MAINT-LOG.
       01  MAINT-LOG-REC PIC X(80).
       FD  OPERATOR-REGISTRY.
       01  OPERATOR-REGISTRY-REC PIC X(80).
       FD  USAGE-AUDIT.
       01  USAGE-AUDIT-REC PIC X(50).
       LOCAL-STORAGE SECTION.
           01 WS-TUNE-STATUS PIC X(2) VALUES "00".
           01 WS-MAINT-STATUS PIC X(2) VALUES "00".
           01 WS-OPERATOR-ID PIC X(8) VALUES SPACES.
           01 WS-MENU-CHOICE PIC 9(1) VALUES 0.
           01 WS-TODAY PIC 9(8).
           COPY TUNABLE.
           COPY TUNELIST.
           COPY TUNEPARM.
           01 WS-CAT-IDX PIC 9(2).
           01 WS-CAT-HIT PIC 9(2).
           01 WS-NAME-ANSWER PIC X(16) VALUES SPACES.
           01 WS-VALUE-ANSWER PIC X(7) VALUES SPACES.
           01 WS-VALUE-LEN PIC 9(2).
           01 WS-NEW-VALUE PIC 9(7) VALUES 0.
           01 WS-DATE-ANSWER PIC X(8) VALUES SPACES.
           01 WS-NEW-EFFECTIVE PIC 9(8) VALUES 0.
           01 WS-NEW-REASON PIC X(28) VALUES SPACES.
           01 WS-SOURCE-NAME PIC X(8).
           01 WS-LIST-COUNT PIC 9(4) VALUES 0.
           01 WS-VALUE-OUT PIC Z(6)9.
           01 WS-VALUE-OUT2 PIC Z(6)9.
           01 WS-LOW-OUT PIC Z(6)9.
           01 WS-HIGH-OUT PIC Z(6)9.
           01 WS-SHOW-SINCE PIC X(8).
           01 WS-LOCKED PIC 9(1) VALUES 0.
      *    the settings ride in storage between a locked load and
      *    the rewrite when a scheduled change is withdrawn
           01 WS-SET-MAX PIC 9(4) VALUES 500.
           01 WS-SET-COUNT PIC 9(4) VALUES 0.
           01 WS-SET-OVER PIC 9(1) VALUES 0.
           01 WS-SET-TABLE.
               05 WS-SET-ENTRY PIC X(80) OCCURS 500 TIMES.
           01 WS-SET-IDX PIC 9(4).
           01 WS-SET-HIT PIC 9(4) VALUES 0.
           01 WS-SHOW-NEXT PIC 9(1) VALUES 0.
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
      *    the reason goes on a "+" line of its own so it is always
      *    carried in full, however long the setting line runs
           01 WS-MAINT-REASON-LINE.
               05 FILLER PIC X(10) VALUE "+ REASON: ".
               05 WS-MNT-REASON PIC X(28).
           01 WS-LOG-LINE PIC X(80).
      *    a tunable changes how every game and step in the shop
      *    runs - admin work, and the program checks the registry
      *    role itself instead of trusting whoever called it
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
               IF WS-OPERATOR-ROLE NOT = "A"
                   DISPLAY "TUNABLES NEED AN ADMIN - " WS-OPERATOR-ID
                       " IS NOT ONE"
                   PERFORM WRITE-REFUSAL-AUDIT
                   MOVE 8 TO RETURN-CODE
                   GO TO TUNE-EXIT
               END-IF
               GO TO TUNE-MENU.

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
               MOVE "TUNEMAINT" TO WS-USE-PGM
               MOVE 8 TO WS-USE-RC
               OPEN EXTEND USAGE-AUDIT
               IF WS-USAGE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT USAGE-AUDIT
               END-IF
               MOVE WS-USAGE-LINE TO USAGE-AUDIT-REC
               WRITE USAGE-AUDIT-REC
               CLOSE USAGE-AUDIT.

           TUNE-MENU.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               DISPLAY " "
               DISPLAY "===================================="
               DISPLAY " TUNABLES (" WS-OPERATOR-ID ")"
               DISPLAY "===================================="
               DISPLAY " 1. List the tunables in force"
               DISPLAY " 2. Set a tunable"
               DISPLAY " 3. Withdraw a scheduled setting"
               DISPLAY " 4. Settings history of a tunable"
               DISPLAY " 5. Browse tunable changes"
               DISPLAY " 0. Exit"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-TUNABLES THRU LIST-TUNABLES-EXIT
                   WHEN 2
                       PERFORM SET-TUNABLE THRU SET-TUNABLE-EXIT
                   WHEN 3
                       PERFORM WITHDRAW-SETTING THRU WITHDRAW-EXIT
                   WHEN 4
                       PERFORM SHOW-HISTORY THRU SHOW-HISTORY-EXIT
                   WHEN 5
                       PERFORM BROWSE-CHANGES THRU BROWSE-CHANGES-EXIT
                   WHEN 0
                       GO TO TUNE-EXIT
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
               GO TO TUNE-MENU.

      *    each tunable as the programs see it today - the value in
      *    force and where it comes from - then every change entered
      *    ahead of its day
           LIST-TUNABLES.
               DISPLAY " "
               DISPLAY "TUNABLE           IN FORCE SOURCE   SINCE    "
                   "SET BY   BUILT-IN USED BY"
               DISPLAY "---------------- -------- -------- -------- "
                   "-------- -------- ----------"
               MOVE 1 TO WS-CAT-IDX
               PERFORM LIST-ONE-TUNABLE
                   UNTIL WS-CAT-IDX > WS-TC-COUNT
               MOVE 0 TO WS-LIST-COUNT
               OPEN INPUT TUNE-FILE
               IF WS-TUNE-STATUS NOT = "00"
                   GO TO LIST-TUNABLES-EXIT
               END-IF.
           LIST-SCHEDULED-LOOP.
               READ TUNE-FILE INTO WS-TUNE-LINE
                   AT END
                       CLOSE TUNE-FILE
                       GO TO LIST-TUNABLES-EXIT
               END-READ
               IF WS-TN-EFFECTIVE IS NOT NUMERIC
                   OR WS-TN-EFFECTIVE NOT > WS-TODAY
                   GO TO LIST-SCHEDULED-LOOP
               END-IF
               IF WS-LIST-COUNT = 0
                   DISPLAY " "
                   DISPLAY "SCHEDULED CHANGES"
               END-IF
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-TN-VALUE TO WS-VALUE-OUT
               DISPLAY WS-TN-NAME " " WS-VALUE-OUT " FROM "
                   WS-TN-EFFECTIVE " SET BY " WS-TN-SET-BY " - "
                   WS-TN-REASON
               GO TO LIST-SCHEDULED-LOOP.
           LIST-TUNABLES-EXIT.
               EXIT.

           LIST-ONE-TUNABLE.
               MOVE WS-TC-NAME(WS-CAT-IDX) TO TUNE-NAME
               MOVE 0 TO TUNE-AS-OF
               MOVE WS-TC-BUILT-IN(WS-CAT-IDX) TO TUNE-DEFAULT
               CALL "TUNEGET" USING TUNE-PARMS
               MOVE TUNE-VALUE TO WS-VALUE-OUT
               MOVE WS-TC-BUILT-IN(WS-CAT-IDX) TO WS-VALUE-OUT2
               IF TUNE-SOURCE = "F"
                   MOVE "FILE" TO WS-SOURCE-NAME
                   MOVE TUNE-EFFECTIVE TO WS-SHOW-SINCE
               ELSE
                   MOVE "BUILT-IN" TO WS-SOURCE-NAME
                   MOVE SPACES TO WS-SHOW-SINCE
               END-IF
               DISPLAY WS-TC-NAME(WS-CAT-IDX) " " WS-VALUE-OUT " "
                   WS-SOURCE-NAME " " WS-SHOW-SINCE " " TUNE-SET-BY
                   " " WS-VALUE-OUT2 "  " WS-TC-USED-BY(WS-CAT-IDX)
               ADD 1 TO WS-CAT-IDX.

      *    a setting takes effect from today or a later day - a
      *    back-dated one would change how games already played
      *    are re-rated, so the past is left as it ran
           SET-TUNABLE.
               PERFORM ASK-TUNABLE THRU ASK-TUNABLE-EXIT
               IF WS-CAT-HIT = 0
                   GO TO SET-TUNABLE-EXIT
               END-IF
               MOVE WS-TC-LOW(WS-CAT-HIT) TO WS-LOW-OUT
               MOVE WS-TC-HIGH(WS-CAT-HIT) TO WS-HIGH-OUT
               DISPLAY "NEW VALUE (" WS-LOW-OUT " TO " WS-HIGH-OUT
                   ", BLANK TO QUIT):"
               MOVE SPACES TO WS-VALUE-ANSWER
               ACCEPT WS-VALUE-ANSWER
               IF WS-VALUE-ANSWER = SPACES
                   DISPLAY "NOTHING CHANGED"
                   GO TO SET-TUNABLE-EXIT
               END-IF
               MOVE 0 TO WS-VALUE-LEN
               INSPECT WS-VALUE-ANSWER TALLYING WS-VALUE-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-VALUE-LEN = 0
                   OR WS-VALUE-ANSWER(1:WS-VALUE-LEN) IS NOT NUMERIC
                   DISPLAY WS-VALUE-ANSWER " IS NOT A WHOLE NUMBER - "
                       "NOTHING CHANGED"
                   GO TO SET-TUNABLE-EXIT
               END-IF
               MOVE WS-VALUE-ANSWER(1:WS-VALUE-LEN) TO WS-NEW-VALUE
               IF WS-NEW-VALUE < WS-TC-LOW(WS-CAT-HIT)
                   OR WS-NEW-VALUE > WS-TC-HIGH(WS-CAT-HIT)
                   DISPLAY "OUTSIDE THE ALLOWED RANGE - NOTHING "
                       "CHANGED"
                   GO TO SET-TUNABLE-EXIT
               END-IF
      *        a series needs an odd length to have a winner - the
      *        tournament driver would pass an even one over
               IF WS-TC-NAME(WS-CAT-HIT) = "SERIES-LENGTH"
                   AND FUNCTION MOD(WS-NEW-VALUE, 2) = 0
                   DISPLAY "A SERIES IS 1, 3 OR 5 GAMES - NOTHING "
                       "CHANGED"
                   GO TO SET-TUNABLE-EXIT
               END-IF
               DISPLAY "EFFECTIVE FROM (YYYYMMDD, BLANK FOR TODAY):"
               MOVE SPACES TO WS-DATE-ANSWER
               ACCEPT WS-DATE-ANSWER
               IF WS-DATE-ANSWER = SPACES
                   MOVE WS-TODAY TO WS-NEW-EFFECTIVE
               ELSE
                   IF WS-DATE-ANSWER IS NOT NUMERIC
                       DISPLAY WS-DATE-ANSWER " IS NOT A DATE - "
                           "NOTHING CHANGED"
                       GO TO SET-TUNABLE-EXIT
                   END-IF
                   MOVE WS-DATE-ANSWER TO WS-NEW-EFFECTIVE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-EFFECTIVE)
                       NOT = 0 OR WS-NEW-EFFECTIVE < WS-TODAY
                       DISPLAY WS-DATE-ANSWER " IS NOT A DATE FROM "
                           "TODAY ON - NOTHING CHANGED"
                       GO TO SET-TUNABLE-EXIT
                   END-IF
               END-IF
               DISPLAY "REASON (UP TO 28 CHARACTERS):"
               MOVE SPACES TO WS-NEW-REASON
               ACCEPT WS-NEW-REASON
               IF WS-NEW-REASON = SPACES
                   DISPLAY "A CHANGE NEEDS A REASON - NOTHING CHANGED"
                   GO TO SET-TUNABLE-EXIT
               END-IF
      *        what stood on the effective day before this setting,
      *        for the trail
               MOVE WS-TC-NAME(WS-CAT-HIT) TO TUNE-NAME
               MOVE WS-NEW-EFFECTIVE TO TUNE-AS-OF
               MOVE WS-TC-BUILT-IN(WS-CAT-HIT) TO TUNE-DEFAULT
               CALL "TUNEGET" USING TUNE-PARMS
               MOVE "TUNABLES" TO FLOCK-FILE
               MOVE WS-OPERATOR-ID TO FLOCK-OWNER
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY NOT = "G"
                   DISPLAY "THE TUNABLES FILE IS IN USE BY "
                       FLOCK-HOLDER " - TRY AGAIN SHORTLY"
                   GO TO SET-TUNABLE-EXIT
               END-IF
               MOVE SPACES TO WS-TUNE-LINE
               MOVE WS-TC-NAME(WS-CAT-HIT) TO WS-TN-NAME
               MOVE WS-NEW-VALUE TO WS-TN-VALUE
               MOVE WS-NEW-EFFECTIVE TO WS-TN-EFFECTIVE
               MOVE WS-OPERATOR-ID TO WS-TN-SET-BY
               MOVE WS-TODAY TO WS-TN-SET-DATE
               MOVE WS-NEW-REASON TO WS-TN-REASON
               OPEN EXTEND TUNE-FILE
               IF WS-TUNE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT TUNE-FILE
               END-IF
               IF WS-TUNE-STATUS NOT = "00"
                   DISPLAY "THE TUNABLES FILE COULD NOT BE WRITTEN - "
                       "STATUS " WS-TUNE-STATUS
                   PERFORM RELEASE-TUNABLES
                   GO TO SET-TUNABLE-EXIT
               END-IF
               MOVE WS-TUNE-LINE TO TUNE-FILE-REC
               WRITE TUNE-FILE-REC
               CLOSE TUNE-FILE
               PERFORM RELEASE-TUNABLES
               MOVE "SET" TO WS-MNT-ACTION
               MOVE WS-NEW-VALUE TO WS-VALUE-OUT
               MOVE TUNE-VALUE TO WS-VALUE-OUT2
               IF TUNE-SOURCE = "F"
                   MOVE "SETTING" TO WS-SOURCE-NAME
               ELSE
                   MOVE "BUILT-IN" TO WS-SOURCE-NAME
               END-IF
               MOVE SPACES TO WS-MNT-PRIOR
               STRING WS-TN-NAME " " WS-VALUE-OUT " FROM "
                   WS-NEW-EFFECTIVE " WAS " WS-VALUE-OUT2 " "
                   WS-SOURCE-NAME
                   DELIMITED BY SIZE INTO WS-MNT-PRIOR
               MOVE WS-NEW-REASON TO WS-MNT-REASON
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY WS-TN-NAME " SET TO" WS-VALUE-OUT " FROM "
                   WS-NEW-EFFECTIVE.
           SET-TUNABLE-EXIT.
               EXIT.

           ASK-TUNABLE.
               MOVE 0 TO WS-CAT-HIT
               DISPLAY "TUNABLE NAME (BLANK TO QUIT):"
               MOVE SPACES TO WS-NAME-ANSWER
               ACCEPT WS-NAME-ANSWER
               IF WS-NAME-ANSWER = SPACES
                   GO TO ASK-TUNABLE-EXIT
               END-IF
               INSPECT WS-NAME-ANSWER CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE 1 TO WS-CAT-IDX
               PERFORM FIND-CATALOG
                   UNTIL WS-CAT-IDX > WS-TC-COUNT OR WS-CAT-HIT > 0
               IF WS-CAT-HIT = 0
                   DISPLAY WS-NAME-ANSWER " IS NOT A TUNABLE - THE "
                       "LIST SHOWS THEM ALL"
                   GO TO ASK-TUNABLE-EXIT
               END-IF
               MOVE WS-TC-NAME(WS-CAT-HIT) TO TUNE-NAME
               MOVE 0 TO TUNE-AS-OF
               MOVE WS-TC-BUILT-IN(WS-CAT-HIT) TO TUNE-DEFAULT
               CALL "TUNEGET" USING TUNE-PARMS
               MOVE TUNE-VALUE TO WS-VALUE-OUT
               DISPLAY WS-TC-NAME(WS-CAT-HIT) " - "
                   WS-TC-TEXT(WS-CAT-HIT)
               IF TUNE-SOURCE = "F"
                   DISPLAY "IN FORCE TODAY:" WS-VALUE-OUT " SINCE "
                       TUNE-EFFECTIVE " SET BY " TUNE-SET-BY
               ELSE
                   DISPLAY "IN FORCE TODAY:" WS-VALUE-OUT
                       " (BUILT-IN)"
               END-IF.
           ASK-TUNABLE-EXIT.
               EXIT.

           FIND-CATALOG.
               IF WS-TC-NAME(WS-CAT-IDX) = WS-NAME-ANSWER
                   MOVE WS-CAT-IDX TO WS-CAT-HIT
               END-IF
               ADD 1 TO WS-CAT-IDX.

      *    only a change that has not yet started can be taken back -
      *    one already in force is replaced by setting a new value,
      *    so the history of what the programs ran on stays whole
           WITHDRAW-SETTING.
               PERFORM ASK-TUNABLE THRU ASK-TUNABLE-EXIT
               IF WS-CAT-HIT = 0
                   GO TO WITHDRAW-EXIT
               END-IF
               DISPLAY "EFFECTIVE DATE OF THE SETTING TO WITHDRAW "
                   "(YYYYMMDD):"
               MOVE SPACES TO WS-DATE-ANSWER
               ACCEPT WS-DATE-ANSWER
               IF WS-DATE-ANSWER IS NOT NUMERIC
                   DISPLAY "NOTHING CHANGED"
                   GO TO WITHDRAW-EXIT
               END-IF
               MOVE WS-DATE-ANSWER TO WS-NEW-EFFECTIVE
               IF WS-NEW-EFFECTIVE NOT > WS-TODAY
                   DISPLAY "A SETTING ALREADY IN FORCE CANNOT BE "
                       "WITHDRAWN - SET A NEW VALUE INSTEAD"
                   GO TO WITHDRAW-EXIT
               END-IF
               MOVE "TUNABLES" TO FLOCK-FILE
               MOVE WS-OPERATOR-ID TO FLOCK-OWNER
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY NOT = "G"
                   DISPLAY "THE TUNABLES FILE IS IN USE BY "
                       FLOCK-HOLDER " - TRY AGAIN SHORTLY"
                   GO TO WITHDRAW-EXIT
               END-IF
               MOVE 1 TO WS-LOCKED
               PERFORM LOAD-SETTINGS THRU LOAD-SETTINGS-EXIT
               IF WS-SET-OVER = 1
                   DISPLAY "THE TUNABLES FILE HOLDS MORE LINES THAN "
                       "THIS PROGRAM CAN CARRY - NOTHING CHANGED"
                   GO TO WITHDRAW-DONE
               END-IF
               MOVE 0 TO WS-SET-HIT
               MOVE 1 TO WS-SET-IDX
               PERFORM FIND-SETTING
                   UNTIL WS-SET-IDX > WS-SET-COUNT
               IF WS-SET-HIT = 0
                   DISPLAY "NO " WS-TC-NAME(WS-CAT-HIT) " SETTING "
                       "TAKES EFFECT ON " WS-NEW-EFFECTIVE
                   GO TO WITHDRAW-DONE
               END-IF
               MOVE WS-SET-ENTRY(WS-SET-HIT) TO WS-TUNE-LINE
               MOVE WS-TUNE-LINE(1:52) TO WS-MNT-PRIOR
               MOVE WS-TN-REASON TO WS-MNT-REASON
               MOVE SPACES TO WS-SET-ENTRY(WS-SET-HIT)
               PERFORM SAVE-SETTINGS THRU SAVE-SETTINGS-EXIT
               IF WS-TUNE-STATUS NOT = "00"
                   DISPLAY "THE TUNABLES FILE COULD NOT BE WRITTEN - "
                       "STATUS " WS-TUNE-STATUS
                   GO TO WITHDRAW-DONE
               END-IF
               MOVE "WITHDRAW" TO WS-MNT-ACTION
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY WS-TC-NAME(WS-CAT-HIT) " SETTING FROM "
                   WS-NEW-EFFECTIVE " WITHDRAWN".
           WITHDRAW-DONE.
               IF WS-LOCKED = 1
                   PERFORM RELEASE-TUNABLES
                   MOVE 0 TO WS-LOCKED
               END-IF.
           WITHDRAW-EXIT.
               EXIT.

      *    the last line for the day is the one in force, so it is
      *    the one withdrawn
           FIND-SETTING.
               MOVE WS-SET-ENTRY(WS-SET-IDX) TO WS-TUNE-LINE
               IF WS-TN-NAME = WS-TC-NAME(WS-CAT-HIT)
                   AND WS-TN-EFFECTIVE = WS-NEW-EFFECTIVE
                   MOVE WS-SET-IDX TO WS-SET-HIT
               END-IF
               ADD 1 TO WS-SET-IDX.

           RELEASE-TUNABLES.
               MOVE "TUNABLES" TO FLOCK-FILE
               MOVE WS-OPERATOR-ID TO FLOCK-OWNER
               MOVE "R" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS.

           LOAD-SETTINGS.
               MOVE 0 TO WS-SET-COUNT
               MOVE 0 TO WS-SET-OVER
               OPEN INPUT TUNE-FILE
               IF WS-TUNE-STATUS NOT = "00"
                   GO TO LOAD-SETTINGS-EXIT
               END-IF.
           LOAD-SETTINGS-LOOP.
               READ TUNE-FILE
                   AT END
                       CLOSE TUNE-FILE
                       GO TO LOAD-SETTINGS-EXIT
               END-READ
               IF WS-SET-COUNT < WS-SET-MAX
                   ADD 1 TO WS-SET-COUNT
                   MOVE TUNE-FILE-REC TO WS-SET-ENTRY(WS-SET-COUNT)
               ELSE
                   MOVE 1 TO WS-SET-OVER
               END-IF
               GO TO LOAD-SETTINGS-LOOP.
           LOAD-SETTINGS-EXIT.
               EXIT.

           SAVE-SETTINGS.
               OPEN OUTPUT TUNE-FILE
               IF WS-TUNE-STATUS NOT = "00"
                   GO TO SAVE-SETTINGS-EXIT
               END-IF
               MOVE 1 TO WS-SET-IDX
               PERFORM SAVE-ONE-SETTING
                   UNTIL WS-SET-IDX > WS-SET-COUNT
               CLOSE TUNE-FILE.
           SAVE-SETTINGS-EXIT.
               EXIT.

           SAVE-ONE-SETTING.
               IF WS-SET-ENTRY(WS-SET-IDX) NOT = SPACES
                   MOVE WS-SET-ENTRY(WS-SET-IDX) TO TUNE-FILE-REC
                   WRITE TUNE-FILE-REC
               END-IF
               ADD 1 TO WS-SET-IDX.

      *    every setting a tunable has carried, in the order entered
           SHOW-HISTORY.
               PERFORM ASK-TUNABLE THRU ASK-TUNABLE-EXIT
               IF WS-CAT-HIT = 0
                   GO TO SHOW-HISTORY-EXIT
               END-IF
               MOVE 0 TO WS-LIST-COUNT
               MOVE WS-TC-BUILT-IN(WS-CAT-HIT) TO WS-VALUE-OUT
               DISPLAY "BUILT-IN VALUE:" WS-VALUE-OUT
               OPEN INPUT TUNE-FILE
               IF WS-TUNE-STATUS NOT = "00"
                   DISPLAY "NO TUNABLE HAS EVER BEEN SET"
                   GO TO SHOW-HISTORY-EXIT
               END-IF
               DISPLAY " "
               DISPLAY "  VALUE EFFECTIVE SET BY   SET ON   REASON"
               DISPLAY "------- --------- -------- -------- "
                   "----------------------------".
           SHOW-HISTORY-LOOP.
               READ TUNE-FILE INTO WS-TUNE-LINE
                   AT END
                       CLOSE TUNE-FILE
                       GO TO SHOW-HISTORY-END
               END-READ
               IF WS-TN-NAME NOT = WS-TC-NAME(WS-CAT-HIT)
                   GO TO SHOW-HISTORY-LOOP
               END-IF
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-TN-VALUE TO WS-VALUE-OUT
               DISPLAY WS-VALUE-OUT " " WS-TN-EFFECTIVE "  "
                   WS-TN-SET-BY " " WS-TN-SET-DATE " " WS-TN-REASON
               GO TO SHOW-HISTORY-LOOP.
           SHOW-HISTORY-END.
               DISPLAY WS-LIST-COUNT " SETTING(S)".
           SHOW-HISTORY-EXIT.
               EXIT.

      *    the tunables entries on the shared maintenance log, each
      *    with its "+" line saying what was set or withdrawn
           BROWSE-CHANGES.
               MOVE 0 TO WS-LIST-COUNT
               MOVE 0 TO WS-SHOW-NEXT
               OPEN INPUT MAINT-LOG
               IF WS-MAINT-STATUS NOT = "00"
                   DISPLAY "NO CHANGES HAVE BEEN LOGGED"
                   GO TO BROWSE-CHANGES-EXIT
               END-IF
               DISPLAY " ".
           BROWSE-CHANGES-LOOP.
               READ MAINT-LOG INTO WS-LOG-LINE
                   AT END
                       CLOSE MAINT-LOG
                       GO TO BROWSE-CHANGES-END
               END-READ
               IF WS-LOG-LINE(1:2) = "+ "
                   IF WS-SHOW-NEXT = 1
                       DISPLAY "    " WS-LOG-LINE(3:74)
                   END-IF
                   GO TO BROWSE-CHANGES-LOOP
               END-IF
               MOVE 0 TO WS-SHOW-NEXT
               MOVE WS-LOG-LINE TO WS-MAINT-LINE
               IF WS-MNT-FILE = "TUNABLES"
                   MOVE 1 TO WS-SHOW-NEXT
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY WS-MNT-DATE " " WS-MNT-TIME " "
                       WS-MNT-OPER " " WS-MNT-ACTION
               END-IF
               GO TO BROWSE-CHANGES-LOOP.
           BROWSE-CHANGES-END.
               DISPLAY WS-LIST-COUNT " CHANGE(S)".
           BROWSE-CHANGES-EXIT.
               EXIT.

      *    the same trail a FILEMAINT edit leaves - who, when, what
      *    was set and what stood before it
           WRITE-MAINT-AUDIT.
               ACCEPT WS-MNT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-MAINT-CLOCK FROM TIME
               MOVE WS-MAINT-CLOCK(1:6) TO WS-MNT-TIME
               MOVE WS-OPERATOR-ID TO WS-MNT-OPER
               MOVE "TUNABLES" TO WS-MNT-FILE
               OPEN EXTEND MAINT-LOG
               IF WS-MAINT-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT MAINT-LOG
               END-IF
               MOVE WS-MAINT-LINE TO MAINT-LOG-REC
               WRITE MAINT-LOG-REC
               MOVE WS-MAINT-PRIOR-LINE TO MAINT-LOG-REC
               WRITE MAINT-LOG-REC
               IF WS-MNT-REASON NOT = SPACES
                   MOVE WS-MAINT-REASON-LINE TO MAINT-LOG-REC
                   WRITE MAINT-LOG-REC
               END-IF
               CLOSE MAINT-LOG.

           TUNE-EXIT.
           GOBACK.
       END PROGRAM TUNEMAINT.
