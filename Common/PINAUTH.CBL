       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINAUTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-REGISTRY ASSIGN TO "OPERREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT USAGE-AUDIT ASSIGN TO "USAGELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-REGISTRY.
       01  OPERATOR-REGISTRY-REC PIC X(80).
       FD  USAGE-AUDIT.
       01  USAGE-AUDIT-REC PIC X(64).
       WORKING-STORAGE SECTION.
           01 WS-REGISTRY-STATUS PIC X(2) VALUES "00".
           01 WS-USAGE-STATUS PIC X(2) VALUES "00".
           01 WS-TODAY PIC 9(8).
           01 WS-USAGE-CLOCK PIC 9(8).
      *    wrong PINs in a row before the id locks, and the days a
      *    PIN lasts before it must be changed - both tunables
           01 WS-MAX-TRIES PIC 9(1) VALUES 3.
           01 WS-EXPIRE-DAYS PIC 9(3) VALUES 90.
           01 WS-PIN-AGE PIC S9(7).
           01 WS-PIN-SET-DATE PIC 9(8).
      *    the PIN columns follow the role byte; a line written
      *    before they existed has none, and its PIN is chosen at
      *    the next sign-on. the PIN itself is never kept - only a
      *    hash of it run together with the id, so the same PIN on
      *    two ids does not show as the same number
           01 WS-REGISTRY-LINE.
               05 WS-REG-ID PIC X(8).
               05 FILLER PIC X(1).
               05 WS-REG-NAME PIC X(20).
               05 FILLER PIC X(1).
               05 WS-REG-ROLE PIC X(1).
               05 FILLER PIC X(1).
               05 WS-REG-PIN-HASH PIC X(10).
               05 FILLER PIC X(1).
               05 WS-REG-PIN-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-REG-PIN-FAILS PIC X(1).
               05 FILLER PIC X(1).
      *        blank in use, R reset - to be changed at the next
      *        sign-on, L locked until an admin resets it
               05 WS-REG-PIN-STATE PIC X(1).
               05 FILLER PIC X(25).
           01 WS-FAILS PIC 9(1).
           01 WS-REG-MAX PIC 9(4) VALUES 500.
           01 WS-REG-COUNT PIC 9(4) VALUES 0.
           01 WS-REG-OVER PIC 9(1) VALUES 0.
           01 WS-REG-TABLE.
               05 WS-REG-ENTRY PIC X(80) OCCURS 500 TIMES.
           01 WS-REG-IDX PIC 9(4).
           01 WS-REG-HIT PIC 9(4).
           01 WS-ADMIN-HIT PIC 9(1).
           01 WS-LOCKED PIC 9(1) VALUES 0.
      *    a registry rewrite that fails part way is reported and
      *    the check it was recording is refused
           01 WS-SAVE-OK PIC 9(1) VALUES 0.
           01 WS-LOCK-OWNER PIC X(8).
           01 WS-PIN-GOOD PIC 9(1).
           01 WS-PIN-DIGITS PIC 9(2).
           01 WS-PIN-WORK PIC X(8).
           01 WS-HASH-INPUT.
               05 WS-HASH-ID PIC X(8).
               05 WS-HASH-PIN PIC X(8).
           01 WS-HASH-ACC PIC 9(10).
           01 WS-HASH-WORK PIC 9(13).
           01 WS-HASH-QUOT PIC 9(4).
           01 WS-HASH-IDX PIC 9(2).
           01 WS-HASH-PASS PIC 9(1).
           01 WS-HASH-OUT PIC 9(10).
      *    one byte of the input at a time, read as its code point
           01 WS-HASH-BYTE.
               05 WS-HB-HIGH PIC X(1) VALUE LOW-VALUE.
               05 WS-HB-LOW PIC X(1).
           01 WS-HASH-CODE REDEFINES WS-HASH-BYTE PIC 9(4) COMP.
           01 WS-EVENT PIC X(12).
           01 WS-EVENT-RC PIC 9(4).
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
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-USE-SUBJECT PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-USE-CALLER PIC X(12).
           COPY FILELOCK.
           COPY FILEERR.
           COPY NOTICE.
           COPY TUNEPARM.
       LINKAGE SECTION.
       COPY PINPARM.

      *    every check takes the registry interlock - a wrong PIN is
      *    counted on the line, and a right one clears the count
       PROCEDURE DIVISION USING PIN-PARMS.
           MAIN-LOGIC.
               MOVE "B" TO PIN-REPLY
               MOVE 0 TO PIN-TRIES-LEFT
               IF PIN-BY = SPACES
                   MOVE PIN-OPERATOR TO PIN-BY
               END-IF
               IF PIN-ACTION NOT = "V" AND PIN-ACTION NOT = "C"
                   AND PIN-ACTION NOT = "R"
                   DISPLAY "PINAUTH: ACTION MUST BE V, C OR R"
                   MOVE "D" TO PIN-REPLY
                   GO TO PIN-EXIT
               END-IF
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM LOAD-TUNABLES
               MOVE PIN-BY TO WS-LOCK-OWNER
               MOVE "OPERREG" TO FLOCK-FILE
               MOVE WS-LOCK-OWNER TO FLOCK-OWNER
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY NOT = "G"
                   GO TO PIN-EXIT
               END-IF
               MOVE 1 TO WS-LOCKED
               PERFORM LOAD-REGISTRY THRU LOAD-REGISTRY-EXIT
               IF WS-REG-OVER = 1
                   DISPLAY "PINAUTH: OPERREG.DAT HOLDS MORE IDS THAN "
                       "CAN BE CARRIED - NOTHING CHECKED"
                   GO TO PIN-DONE
               END-IF
               MOVE 0 TO WS-REG-HIT
               MOVE 1 TO WS-REG-IDX
               PERFORM FIND-OPERATOR
                   UNTIL WS-REG-IDX > WS-REG-COUNT OR WS-REG-HIT > 0
               IF WS-REG-HIT = 0
                   MOVE "U" TO PIN-REPLY
                   GO TO PIN-DONE
               END-IF
               MOVE WS-REG-ENTRY(WS-REG-HIT) TO WS-REGISTRY-LINE
               EVALUATE PIN-ACTION
                   WHEN "V"
                       PERFORM CHECK-PIN THRU CHECK-PIN-EXIT
                   WHEN "C"
                       PERFORM CHANGE-PIN THRU CHANGE-PIN-EXIT
                   WHEN "R"
                       PERFORM RESET-PIN THRU RESET-PIN-EXIT
               END-EVALUATE.
           PIN-DONE.
               IF WS-LOCKED = 1
                   MOVE "OPERREG" TO FLOCK-FILE
                   MOVE WS-LOCK-OWNER TO FLOCK-OWNER
                   MOVE "R" TO FLOCK-ACTION
                   CALL "FILELOCK" USING FLOCK-PARMS
                   MOVE 0 TO WS-LOCKED
               END-IF
               MOVE 0 TO RETURN-CODE
               GO TO PIN-EXIT.

           LOAD-TUNABLES.
               MOVE 0 TO TUNE-AS-OF
               MOVE "PIN-MAX-TRIES" TO TUNE-NAME
               MOVE WS-MAX-TRIES TO TUNE-DEFAULT
               CALL "TUNEGET" USING TUNE-PARMS
               MOVE TUNE-VALUE TO WS-MAX-TRIES
               MOVE "PIN-EXPIRE-DAYS" TO TUNE-NAME
               MOVE WS-EXPIRE-DAYS TO TUNE-DEFAULT
               CALL "TUNEGET" USING TUNE-PARMS
               MOVE TUNE-VALUE TO WS-EXPIRE-DAYS.

           FIND-OPERATOR.
               IF WS-REG-ENTRY(WS-REG-IDX)(1:8) = PIN-OPERATOR
                   MOVE WS-REG-IDX TO WS-REG-HIT
               END-IF
               ADD 1 TO WS-REG-IDX.

      *    a locked id answers nothing, right PIN or wrong; a wrong
      *    one counts toward the lock and both go to the admins
           CHECK-PIN.
               IF WS-REG-PIN-STATE = "L"
                   MOVE "PIN LOCKED" TO WS-EVENT
                   MOVE 12 TO WS-EVENT-RC
                   PERFORM WRITE-PIN-AUDIT
                   MOVE SPACES TO NOTE-TEXT
                   STRING "PIN TRIED ON LOCKED ID " DELIMITED BY SIZE
                       PIN-OPERATOR DELIMITED BY SPACE
                       " AT " DELIMITED BY SIZE
                       PIN-CALLER DELIMITED BY SPACE
                       " BY " DELIMITED BY SIZE
                       PIN-BY DELIMITED BY SPACE
                       INTO NOTE-TEXT
                   PERFORM POST-TO-ADMINS
                   MOVE "L" TO PIN-REPLY
                   GO TO CHECK-PIN-EXIT
               END-IF
               IF WS-REG-PIN-HASH IS NOT NUMERIC
                   PERFORM JUDGE-NO-PIN THRU JUDGE-NO-PIN-EXIT
                   GO TO CHECK-PIN-EXIT
               END-IF
               IF WS-REG-PIN-FAILS IS NUMERIC
                   MOVE WS-REG-PIN-FAILS TO WS-FAILS
               ELSE
                   MOVE 0 TO WS-FAILS
               END-IF
               MOVE PIN-OPERATOR TO WS-HASH-ID
               MOVE PIN-ENTERED TO WS-HASH-PIN
               PERFORM HASH-PIN
               IF WS-HASH-OUT = WS-REG-PIN-HASH
                   GO TO CHECK-PIN-RIGHT
               END-IF
               ADD 1 TO WS-FAILS
               MOVE WS-FAILS TO WS-REG-PIN-FAILS
               IF WS-FAILS >= WS-MAX-TRIES
                   MOVE "L" TO WS-REG-PIN-STATE
                   PERFORM SAVE-REGISTRY THRU SAVE-REGISTRY-EXIT
                   IF WS-SAVE-OK = 0
                       MOVE "B" TO PIN-REPLY
                       GO TO CHECK-PIN-EXIT
                   END-IF
                   MOVE "PIN LOCKOUT" TO WS-EVENT
                   MOVE 12 TO WS-EVENT-RC
                   PERFORM WRITE-PIN-AUDIT
                   MOVE SPACES TO NOTE-TEXT
                   STRING PIN-OPERATOR DELIMITED BY SPACE
                       " LOCKED OUT AFTER " DELIMITED BY SIZE
                       WS-FAILS DELIMITED BY SIZE
                       " WRONG PINS AT " DELIMITED BY SIZE
                       PIN-CALLER DELIMITED BY SPACE
                       " - AN ADMIN MUST RESET IT" DELIMITED BY SIZE
                       INTO NOTE-TEXT
                   PERFORM POST-TO-ADMINS
                   MOVE "L" TO PIN-REPLY
                   GO TO CHECK-PIN-EXIT
               END-IF
               PERFORM SAVE-REGISTRY THRU SAVE-REGISTRY-EXIT
               IF WS-SAVE-OK = 0
                   MOVE "B" TO PIN-REPLY
                   GO TO CHECK-PIN-EXIT
               END-IF
               MOVE "PIN FAILED" TO WS-EVENT
               MOVE 8 TO WS-EVENT-RC
               PERFORM WRITE-PIN-AUDIT
               MOVE SPACES TO NOTE-TEXT
               STRING "WRONG PIN FOR " DELIMITED BY SIZE
                   PIN-OPERATOR DELIMITED BY SPACE
                   " AT " DELIMITED BY SIZE
                   PIN-CALLER DELIMITED BY SPACE
                   " BY " DELIMITED BY SIZE
                   PIN-BY DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   WS-FAILS DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-MAX-TRIES DELIMITED BY SIZE
                   " TRIES USED" DELIMITED BY SIZE
                   INTO NOTE-TEXT
               PERFORM POST-TO-ADMINS
               COMPUTE PIN-TRIES-LEFT = WS-MAX-TRIES - WS-FAILS
               MOVE "W" TO PIN-REPLY
               GO TO CHECK-PIN-EXIT.
           CHECK-PIN-RIGHT.
               IF WS-FAILS NOT = 0
                   MOVE 0 TO WS-REG-PIN-FAILS
                   PERFORM SAVE-REGISTRY THRU SAVE-REGISTRY-EXIT
                   IF WS-SAVE-OK = 0
                       MOVE "B" TO PIN-REPLY
                       GO TO CHECK-PIN-EXIT
                   END-IF
               END-IF
               MOVE "G" TO PIN-REPLY
               IF WS-REG-PIN-STATE = "R"
                   MOVE "X" TO PIN-REPLY
                   GO TO CHECK-PIN-EXIT
               END-IF
               IF WS-EXPIRE-DAYS = 0
                   GO TO CHECK-PIN-EXIT
               END-IF
               IF WS-REG-PIN-DATE IS NOT NUMERIC
                   MOVE "X" TO PIN-REPLY
                   GO TO CHECK-PIN-EXIT
               END-IF
               MOVE WS-REG-PIN-DATE TO WS-PIN-SET-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PIN-SET-DATE) NOT = 0
                   MOVE "X" TO PIN-REPLY
                   GO TO CHECK-PIN-EXIT
               END-IF
               COMPUTE WS-PIN-AGE = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-PIN-SET-DATE)
               IF WS-PIN-AGE >= WS-EXPIRE-DAYS
                   MOVE "X" TO PIN-REPLY
               END-IF.
           CHECK-PIN-EXIT.
               EXIT.

      *    the PIN being replaced must be given first - only an id
      *    with none set yet may choose one without it, and then
      *    only on the terms JUDGE-NO-PIN allows
           CHANGE-PIN.
               IF WS-REG-PIN-STATE = "L"
                   OR WS-REG-PIN-HASH IS NUMERIC
                   PERFORM CHECK-PIN THRU CHECK-PIN-EXIT
                   IF PIN-REPLY NOT = "G" AND PIN-REPLY NOT = "X"
                       GO TO CHANGE-PIN-EXIT
                   END-IF
               END-IF
               IF WS-REG-PIN-HASH IS NOT NUMERIC
                   PERFORM JUDGE-NO-PIN THRU JUDGE-NO-PIN-EXIT
                   IF PIN-REPLY = "S"
                       GO TO CHANGE-PIN-EXIT
                   END-IF
               END-IF
               PERFORM CHECK-NEW-PIN THRU CHECK-NEW-PIN-EXIT
               IF WS-PIN-GOOD = 0
                   MOVE "P" TO PIN-REPLY
                   GO TO CHANGE-PIN-EXIT
               END-IF
               MOVE PIN-OPERATOR TO WS-HASH-ID
               MOVE PIN-NEW TO WS-HASH-PIN
               PERFORM HASH-PIN
               IF WS-REG-PIN-HASH IS NUMERIC
                   AND WS-HASH-OUT = WS-REG-PIN-HASH
                   MOVE "P" TO PIN-REPLY
                   GO TO CHANGE-PIN-EXIT
               END-IF
               MOVE WS-HASH-OUT TO WS-REG-PIN-HASH
               MOVE WS-TODAY TO WS-REG-PIN-DATE
               MOVE 0 TO WS-REG-PIN-FAILS
               MOVE SPACE TO WS-REG-PIN-STATE
               PERFORM SAVE-REGISTRY THRU SAVE-REGISTRY-EXIT
               IF WS-SAVE-OK = 0
                   MOVE "B" TO PIN-REPLY
                   GO TO CHANGE-PIN-EXIT
               END-IF
               MOVE "PIN CHANGED" TO WS-EVENT
               MOVE 0 TO WS-EVENT-RC
               PERFORM WRITE-PIN-AUDIT
               MOVE "G" TO PIN-REPLY.
           CHANGE-PIN-EXIT.
               EXIT.

      *    a plain operator with no PIN chooses their own. so does a
      *    supervisor or admin id, but only while no admin has a PIN
      *    of their own to reset one with - the first admin on a new
      *    registry. after that a privileged id with no PIN waits
      *    for an admin reset, and the admins are told it tried
           JUDGE-NO-PIN.
               MOVE "N" TO PIN-REPLY
               IF WS-REG-ROLE NOT = "S" AND WS-REG-ROLE NOT = "A"
                   GO TO JUDGE-NO-PIN-EXIT
               END-IF
               MOVE 0 TO WS-ADMIN-HIT
               MOVE 1 TO WS-REG-IDX
               PERFORM FIND-ADMIN-PIN
                   UNTIL WS-REG-IDX > WS-REG-COUNT OR WS-ADMIN-HIT = 1
               IF WS-ADMIN-HIT = 0
                   GO TO JUDGE-NO-PIN-EXIT
               END-IF
               MOVE "PIN NOT SET" TO WS-EVENT
               MOVE 8 TO WS-EVENT-RC
               PERFORM WRITE-PIN-AUDIT
               MOVE SPACES TO NOTE-TEXT
               STRING PIN-OPERATOR DELIMITED BY SPACE
                   " HAS NO PIN AND WAS REFUSED AT " DELIMITED BY SIZE
                   PIN-CALLER DELIMITED BY SPACE
                   " - AN ADMIN MUST RESET IT" DELIMITED BY SIZE
                   INTO NOTE-TEXT
               PERFORM POST-TO-ADMINS
               MOVE "S" TO PIN-REPLY.
           JUDGE-NO-PIN-EXIT.
               EXIT.

           FIND-ADMIN-PIN.
               IF WS-REG-ENTRY(WS-REG-IDX)(31:1) = "A"
                   AND WS-REG-ENTRY(WS-REG-IDX)(33:10) IS NUMERIC
                   MOVE 1 TO WS-ADMIN-HIT
               END-IF
               ADD 1 TO WS-REG-IDX.

      *    whatever called us, the registry decides who is an admin.
      *    a reset also lifts a lock - the PIN it sets is a one-off
      *    the operator must replace at their next sign-on
           RESET-PIN.
               MOVE 0 TO WS-ADMIN-HIT
               MOVE 1 TO WS-REG-IDX
               PERFORM FIND-ADMIN
                   UNTIL WS-REG-IDX > WS-REG-COUNT OR WS-ADMIN-HIT = 1
               IF WS-ADMIN-HIT = 0
                   MOVE "PIN RESET" TO WS-EVENT
                   MOVE 8 TO WS-EVENT-RC
                   PERFORM WRITE-PIN-AUDIT
                   MOVE "D" TO PIN-REPLY
                   GO TO RESET-PIN-EXIT
               END-IF
               PERFORM CHECK-NEW-PIN THRU CHECK-NEW-PIN-EXIT
               IF WS-PIN-GOOD = 0
                   MOVE "P" TO PIN-REPLY
                   GO TO RESET-PIN-EXIT
               END-IF
               MOVE PIN-OPERATOR TO WS-HASH-ID
               MOVE PIN-NEW TO WS-HASH-PIN
               PERFORM HASH-PIN
               MOVE WS-HASH-OUT TO WS-REG-PIN-HASH
               MOVE WS-TODAY TO WS-REG-PIN-DATE
               MOVE 0 TO WS-REG-PIN-FAILS
               MOVE "R" TO WS-REG-PIN-STATE
               PERFORM SAVE-REGISTRY THRU SAVE-REGISTRY-EXIT
               IF WS-SAVE-OK = 0
                   MOVE "B" TO PIN-REPLY
                   GO TO RESET-PIN-EXIT
               END-IF
               MOVE "PIN RESET" TO WS-EVENT
               MOVE 0 TO WS-EVENT-RC
               PERFORM WRITE-PIN-AUDIT
               MOVE SPACES TO NOTE-TEXT
               STRING "PIN FOR " DELIMITED BY SIZE
                   PIN-OPERATOR DELIMITED BY SPACE
                   " RESET BY " DELIMITED BY SIZE
                   PIN-BY DELIMITED BY SPACE
                   " - TO BE CHANGED AT THE NEXT SIGN-ON"
                   DELIMITED BY SIZE
                   INTO NOTE-TEXT
               PERFORM POST-TO-ADMINS
               MOVE "G" TO PIN-REPLY.
           RESET-PIN-EXIT.
               EXIT.

           FIND-ADMIN.
               IF WS-REG-ENTRY(WS-REG-IDX)(1:8) = PIN-BY
                   AND WS-REG-ENTRY(WS-REG-IDX)(31:1) = "A"
                   MOVE 1 TO WS-ADMIN-HIT
               END-IF
               ADD 1 TO WS-REG-IDX.

      *    4 to 8 digits, left-justified, nothing after them
           CHECK-NEW-PIN.
               MOVE 0 TO WS-PIN-GOOD
               MOVE 0 TO WS-PIN-DIGITS
               INSPECT PIN-NEW TALLYING WS-PIN-DIGITS
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-PIN-DIGITS < 4
                   GO TO CHECK-NEW-PIN-EXIT
               END-IF
               MOVE PIN-NEW TO WS-PIN-WORK
               IF WS-PIN-WORK(1:WS-PIN-DIGITS) IS NOT NUMERIC
                   GO TO CHECK-NEW-PIN-EXIT
               END-IF
               IF WS-PIN-DIGITS < 8
                   IF WS-PIN-WORK(WS-PIN-DIGITS + 1:) NOT = SPACES
                       GO TO CHECK-NEW-PIN-EXIT
                   END-IF
               END-IF
               MOVE 1 TO WS-PIN-GOOD.
           CHECK-NEW-PIN-EXIT.
               EXIT.

      *    three passes over id and PIN, each byte folded into the
      *    running value modulo a large prime
           HASH-PIN.
               MOVE 7654321 TO WS-HASH-ACC
               MOVE 1 TO WS-HASH-PASS
               PERFORM HASH-ONE-PASS UNTIL WS-HASH-PASS > 3
               MOVE WS-HASH-ACC TO WS-HASH-OUT.

           HASH-ONE-PASS.
               MOVE 1 TO WS-HASH-IDX
               PERFORM HASH-ONE-BYTE UNTIL WS-HASH-IDX > 16
               ADD 1 TO WS-HASH-PASS.

           HASH-ONE-BYTE.
               MOVE WS-HASH-INPUT(WS-HASH-IDX:1) TO WS-HB-LOW
               COMPUTE WS-HASH-WORK = WS-HASH-ACC * 257
                   + WS-HASH-CODE + WS-HASH-PASS
               DIVIDE WS-HASH-WORK BY 9999999967
                   GIVING WS-HASH-QUOT REMAINDER WS-HASH-ACC
               ADD 1 TO WS-HASH-IDX.

           LOAD-REGISTRY.
               MOVE 0 TO WS-REG-COUNT
               MOVE 0 TO WS-REG-OVER
               OPEN INPUT OPERATOR-REGISTRY
               IF WS-REGISTRY-STATUS NOT = "00"
                   GO TO LOAD-REGISTRY-EXIT
               END-IF.
           LOAD-REGISTRY-LOOP.
               READ OPERATOR-REGISTRY
                   AT END
                       CLOSE OPERATOR-REGISTRY
                       GO TO LOAD-REGISTRY-EXIT
               END-READ
               IF WS-REG-COUNT < WS-REG-MAX
                   ADD 1 TO WS-REG-COUNT
                   MOVE OPERATOR-REGISTRY-REC
                       TO WS-REG-ENTRY(WS-REG-COUNT)
               ELSE
                   MOVE 1 TO WS-REG-OVER
               END-IF
               GO TO LOAD-REGISTRY-LOOP.
           LOAD-REGISTRY-EXIT.
               EXIT.

           SAVE-REGISTRY.
               MOVE WS-REGISTRY-LINE TO WS-REG-ENTRY(WS-REG-HIT)
               MOVE 1 TO WS-SAVE-OK
               OPEN OUTPUT OPERATOR-REGISTRY
               MOVE "SAVE-REGISTRY" TO FERR-PARA
               PERFORM CHECK-SAVE-STATUS
               IF WS-SAVE-OK = 0
                   GO TO SAVE-REGISTRY-EXIT
               END-IF
               MOVE 1 TO WS-REG-IDX
               PERFORM SAVE-ONE-OPERATOR
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               CLOSE OPERATOR-REGISTRY.
           SAVE-REGISTRY-EXIT.
               EXIT.

           SAVE-ONE-OPERATOR.
               MOVE WS-REG-ENTRY(WS-REG-IDX) TO OPERATOR-REGISTRY-REC
               WRITE OPERATOR-REGISTRY-REC
               MOVE "SAVE-ONE-OPERATOR" TO FERR-PARA
               PERFORM CHECK-SAVE-STATUS
               ADD 1 TO WS-REG-IDX.

           CHECK-SAVE-STATUS.
               IF WS-REGISTRY-STATUS NOT = "00"
                   MOVE 0 TO WS-SAVE-OK
                   MOVE "PINAUTH" TO FERR-PROGRAM
                   MOVE "OPERREG" TO FERR-FILE
                   MOVE WS-REGISTRY-STATUS TO FERR-STATUS
                   MOVE "I" TO FERR-MODE
                   CALL "FILEERR" USING FERR-PARMS
               END-IF.

      *    the usage log's own columns carry who was at the keyboard
      *    and what happened; the id whose PIN it was and the
      *    program that asked follow on the end
           WRITE-PIN-AUDIT.
               ACCEPT WS-USE-DATE FROM DATE YYYYMMDD
               ACCEPT WS-USAGE-CLOCK FROM TIME
               MOVE WS-USAGE-CLOCK(1:6) TO WS-USE-TIME
               MOVE PIN-BY TO WS-USE-OPER
               MOVE WS-EVENT TO WS-USE-PGM
               MOVE WS-EVENT-RC TO WS-USE-RC
               MOVE PIN-OPERATOR TO WS-USE-SUBJECT
               MOVE PIN-CALLER TO WS-USE-CALLER
               OPEN EXTEND USAGE-AUDIT
               IF WS-USAGE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT USAGE-AUDIT
               END-IF
               MOVE WS-USAGE-LINE TO USAGE-AUDIT-REC
               WRITE USAGE-AUDIT-REC
               CLOSE USAGE-AUDIT.

           POST-TO-ADMINS.
               MOVE "P" TO NOTE-ACTION
               MOVE "A" TO NOTE-TO-TYPE
               MOVE SPACES TO NOTE-TO-ID
               MOVE "PINAUTH" TO NOTE-FROM
               CALL "NOTICE" USING NOTE-PARMS.

           PIN-EXIT.
           GOBACK.
       END PROGRAM PINAUTH.
