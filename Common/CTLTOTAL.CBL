       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLTOTAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO WS-CTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-REC PIC X(100).
      *    the totals held between calls live here - a program
      *    commits what it holds for a file once its writes are done
       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS PIC X(2) VALUES "00".
           01 WS-CTL-FILENAME PIC X(20).
           01 WS-CTL-LINE.
               05 WS-CTL-FILE PIC X(12).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CTL-COUNT PIC S9(9) SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CTL-HASH-1 PIC S9(18) SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CTL-HASH-2 PIC S9(18) SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CTL-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CTL-TIME PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CTL-PROGRAM PIC X(12).
           01 WS-HAVE-CONTROL PIC 9(1) VALUES 0.
           01 WS-SYS-CLOCK PIC 9(8).
      *    a control record is read, added to and written back under
      *    the CTLTOTALS interlock, so two programs committing at the
      *    same moment cannot both start from the same totals. each
      *    call claims under its own clock reading - two copies of
      *    one program never share a claim - and asks again a few
      *    times, a second apart, since the hold is only a moment
           01 WS-LOCK-OWNER PIC X(8).
           01 WS-CLAIM-MAX PIC 9(2) VALUES 5.
           01 WS-CLAIM-TRIES PIC 9(2) VALUES 0.
           01 WS-CLAIM-PAUSE PIC 9(2) VALUES 1.
           COPY FILELOCK.
      *    what each program is holding for a file until it commits
           01 WS-HELD-TABLE VALUE SPACES.
               05 WS-HELD-ENTRY OCCURS 5 TIMES.
                   10 WS-HD-FILE PIC X(12).
                   10 WS-HD-RESTART PIC 9(1).
                   10 WS-HD-COUNT PIC S9(9).
                   10 WS-HD-HASH-1 PIC S9(18).
                   10 WS-HD-HASH-2 PIC S9(18).
           01 WS-HELD-IDX PIC 9(2).
           01 WS-HELD-FOUND PIC 9(2).
      *    the hashed fields of one record and the views they come
      *    from - each file hashes its own key numerics
           01 WS-REC-HASH-1 PIC S9(18).
           01 WS-REC-HASH-2 PIC S9(18).
           01 WS-REC-TURNS PIC 9(18).
           01 WS-HASH-REC PIC X(80).
      *    match master - match id and game duration
           01 WS-HASH-MATCH REDEFINES WS-HASH-REC.
               05 WS-HM-MATCH-ID PIC 9(12).
               05 FILLER PIC X(28).
               05 WS-HM-DURATION PIC 9(6).
               05 FILLER PIC X(34).
      *    move log - the match id on each game's end line and the
      *    clock reading on each move line
           01 WS-HASH-MOVE REDEFINES WS-HASH-REC.
               05 WS-HV-MARK PIC X(1).
               05 FILLER PIC X(3).
               05 WS-HV-END-ID PIC 9(12).
               05 FILLER PIC X(64).
           01 WS-HASH-MOVE-LINE REDEFINES WS-HASH-REC.
               05 FILLER PIC X(6).
               05 WS-HV-STAMP PIC 9(8).
               05 FILLER PIC X(66).
      *    rating journal - the match id and the rating change
           01 WS-HASH-RATE REDEFINES WS-HASH-REC.
               05 FILLER PIC X(25).
               05 WS-HR-OLD PIC 9(4).
               05 FILLER PIC X(1).
               05 WS-HR-NEW PIC 9(4).
               05 FILLER PIC X(1).
               05 WS-HR-MATCH-ID PIC 9(12).
               05 FILLER PIC X(33).
      *    dungeon session log - turns survived and slimes defeated
           01 WS-HASH-SESSION REDEFINES WS-HASH-REC.
               05 FILLER PIC X(14).
               05 WS-HS-TURNS-X PIC X(20).
               05 WS-HS-TURNS REDEFINES WS-HS-TURNS-X PIC Z(19)9.
               05 FILLER PIC X(5).
               05 WS-HS-SLIMES PIC 9(2).
               05 FILLER PIC X(39).
      *    leaderboard - turns survived and the date posted
           01 WS-HASH-LEADER REDEFINES WS-HASH-REC.
               05 WS-HL-TURNS PIC 9(20).
               05 FILLER PIC X(1).
               05 WS-HL-DATE PIC 9(8).
               05 FILLER PIC X(51).
       LINKAGE SECTION.
       COPY CTLTOTAL.

       PROCEDURE DIVISION USING CTOT-PARMS.
           MAIN-LOGIC.
               MOVE "00" TO CTOT-STATUS
               IF CTOT-FILE NOT = "MATCHHIST"
                   AND CTOT-FILE NOT = "MOVELOG"
                   AND CTOT-FILE NOT = "RATEJRNL"
                   AND CTOT-FILE NOT = "SESSIONLOG"
                   AND CTOT-FILE NOT = "LEADERBOARD"
                   DISPLAY "CTLTOTAL: NO CONTROL TOTALS FOR " CTOT-FILE
                   MOVE "99" TO CTOT-STATUS
                   GO TO CTOT-EXIT
               END-IF
               MOVE SPACES TO WS-CTL-FILENAME
               STRING CTOT-FILE DELIMITED BY SPACE
                   ".CTL" DELIMITED BY SIZE
                   INTO WS-CTL-FILENAME
               EVALUATE CTOT-ACTION
                   WHEN "A"
                   WHEN "D"
                       PERFORM HOLD-RECORD
                   WHEN "Z"
                       PERFORM FIND-HELD THRU FIND-HELD-DONE
                       MOVE 1 TO WS-HD-RESTART(WS-HELD-FOUND)
                   WHEN "C"
                       PERFORM COMMIT-HELD THRU COMMIT-HELD-EXIT
                   WHEN "H"
                       PERFORM HASH-RECORD THRU HASH-RECORD-EXIT
                       ADD 1 TO CTOT-COUNT
                       ADD WS-REC-HASH-1 TO CTOT-HASH-1
                       ADD WS-REC-HASH-2 TO CTOT-HASH-2
                   WHEN "G"
                       PERFORM READ-CONTROL THRU READ-CONTROL-EXIT
                       IF WS-HAVE-CONTROL = 0
                           MOVE 0 TO CTOT-COUNT
                           MOVE 0 TO CTOT-HASH-1
                           MOVE 0 TO CTOT-HASH-2
                           MOVE "35" TO CTOT-STATUS
                       ELSE
                           MOVE WS-CTL-COUNT TO CTOT-COUNT
                           MOVE WS-CTL-HASH-1 TO CTOT-HASH-1
                           MOVE WS-CTL-HASH-2 TO CTOT-HASH-2
                       END-IF
                   WHEN "S"
                       PERFORM CLAIM-CONTROL THRU CLAIM-CONTROL-EXIT
                       IF FLOCK-REPLY NOT = "G"
                           GO TO CTOT-EXIT
                       END-IF
                       MOVE CTOT-COUNT TO WS-CTL-COUNT
                       MOVE CTOT-HASH-1 TO WS-CTL-HASH-1
                       MOVE CTOT-HASH-2 TO WS-CTL-HASH-2
                       PERFORM WRITE-CONTROL
                       PERFORM RELEASE-CONTROL
                   WHEN OTHER
                       DISPLAY "CTLTOTAL: ACTION MUST BE A, D, Z, C, "
                           "H, G OR S"
                       MOVE "99" TO CTOT-STATUS
               END-EVALUATE
               GO TO CTOT-EXIT.

           HOLD-RECORD.
               PERFORM FIND-HELD THRU FIND-HELD-DONE
               PERFORM HASH-RECORD THRU HASH-RECORD-EXIT
               IF CTOT-ACTION = "A"
                   ADD 1 TO WS-HD-COUNT(WS-HELD-FOUND)
                   ADD WS-REC-HASH-1 TO WS-HD-HASH-1(WS-HELD-FOUND)
                   ADD WS-REC-HASH-2 TO WS-HD-HASH-2(WS-HELD-FOUND)
               ELSE
                   SUBTRACT 1 FROM WS-HD-COUNT(WS-HELD-FOUND)
                   SUBTRACT WS-REC-HASH-1
                       FROM WS-HD-HASH-1(WS-HELD-FOUND)
                   SUBTRACT WS-REC-HASH-2
                       FROM WS-HD-HASH-2(WS-HELD-FOUND)
               END-IF.

      *    the file's held entry, started empty the first time -
      *    there are only five files, so a slot is always free
           FIND-HELD.
               MOVE 0 TO WS-HELD-FOUND
               MOVE 1 TO WS-HELD-IDX
               PERFORM MATCH-HELD
                   UNTIL WS-HELD-IDX > 5 OR WS-HELD-FOUND > 0
               IF WS-HELD-FOUND > 0
                   GO TO FIND-HELD-DONE
               END-IF
               MOVE 1 TO WS-HELD-IDX
               PERFORM FREE-HELD
                   UNTIL WS-HELD-IDX > 5 OR WS-HELD-FOUND > 0
               MOVE CTOT-FILE TO WS-HD-FILE(WS-HELD-FOUND)
               PERFORM CLEAR-HELD.
           FIND-HELD-DONE.
               EXIT.

           MATCH-HELD.
               IF WS-HD-FILE(WS-HELD-IDX) = CTOT-FILE
                   MOVE WS-HELD-IDX TO WS-HELD-FOUND
               END-IF
               ADD 1 TO WS-HELD-IDX.

           FREE-HELD.
               IF WS-HD-FILE(WS-HELD-IDX) = SPACES
                   OR WS-HD-FILE(WS-HELD-IDX) = LOW-VALUES
                   MOVE WS-HELD-IDX TO WS-HELD-FOUND
               END-IF
               ADD 1 TO WS-HELD-IDX.

           CLEAR-HELD.
               MOVE 0 TO WS-HD-RESTART(WS-HELD-FOUND)
               MOVE 0 TO WS-HD-COUNT(WS-HELD-FOUND)
               MOVE 0 TO WS-HD-HASH-1(WS-HELD-FOUND)
               MOVE 0 TO WS-HD-HASH-2(WS-HELD-FOUND).

      *    a full rewrite replaces the stored totals outright; a
      *    running change is applied to them, read fresh so another
      *    program's commit since is kept. a file whose totals were
      *    never established is left for the balancing step. totals
      *    that cannot get the interlock stay held, and go in with
      *    the program's next commit for the file
           COMMIT-HELD.
               PERFORM FIND-HELD THRU FIND-HELD-DONE
               PERFORM CLAIM-CONTROL THRU CLAIM-CONTROL-EXIT
               IF FLOCK-REPLY NOT = "G"
                   GO TO COMMIT-HELD-EXIT
               END-IF
               IF WS-HD-RESTART(WS-HELD-FOUND) = 1
                   MOVE WS-HD-COUNT(WS-HELD-FOUND) TO WS-CTL-COUNT
                   MOVE WS-HD-HASH-1(WS-HELD-FOUND) TO WS-CTL-HASH-1
                   MOVE WS-HD-HASH-2(WS-HELD-FOUND) TO WS-CTL-HASH-2
                   PERFORM WRITE-CONTROL
                   GO TO COMMIT-HELD-DONE
               END-IF
               PERFORM READ-CONTROL THRU READ-CONTROL-EXIT
               IF WS-HAVE-CONTROL = 0
                   MOVE "35" TO CTOT-STATUS
                   GO TO COMMIT-HELD-DONE
               END-IF
               ADD WS-HD-COUNT(WS-HELD-FOUND) TO WS-CTL-COUNT
               ADD WS-HD-HASH-1(WS-HELD-FOUND) TO WS-CTL-HASH-1
               ADD WS-HD-HASH-2(WS-HELD-FOUND) TO WS-CTL-HASH-2
               PERFORM WRITE-CONTROL.
           COMMIT-HELD-DONE.
               PERFORM RELEASE-CONTROL
               PERFORM CLEAR-HELD
               MOVE SPACES TO WS-HD-FILE(WS-HELD-FOUND).
           COMMIT-HELD-EXIT.
               EXIT.

           CLAIM-CONTROL.
               ACCEPT WS-SYS-CLOCK FROM TIME
               MOVE WS-SYS-CLOCK TO WS-LOCK-OWNER
               MOVE 0 TO WS-CLAIM-TRIES.
           CLAIM-CONTROL-TRY.
               ADD 1 TO WS-CLAIM-TRIES
               MOVE "CTLTOTALS" TO FLOCK-FILE
               MOVE WS-LOCK-OWNER TO FLOCK-OWNER
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY = "G"
                   GO TO CLAIM-CONTROL-EXIT
               END-IF
               IF WS-CLAIM-TRIES >= WS-CLAIM-MAX
                   DISPLAY "CTLTOTAL: CONTROL TOTALS IN USE - "
                       CTOT-FILE " NOT COMMITTED"
                   MOVE "93" TO CTOT-STATUS
                   GO TO CLAIM-CONTROL-EXIT
               END-IF
               CALL "C$SLEEP" USING WS-CLAIM-PAUSE
               GO TO CLAIM-CONTROL-TRY.
           CLAIM-CONTROL-EXIT.
               EXIT.

           RELEASE-CONTROL.
               MOVE "CTLTOTALS" TO FLOCK-FILE
               MOVE WS-LOCK-OWNER TO FLOCK-OWNER
               MOVE "R" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS.

           READ-CONTROL.
               MOVE 0 TO WS-HAVE-CONTROL
               OPEN INPUT CONTROL-FILE
               IF WS-CTL-STATUS NOT = "00"
                   GO TO READ-CONTROL-EXIT
               END-IF
               READ CONTROL-FILE INTO WS-CTL-LINE
                   AT END
                       CLOSE CONTROL-FILE
                       GO TO READ-CONTROL-EXIT
               END-READ
               CLOSE CONTROL-FILE
               IF WS-CTL-COUNT IS NUMERIC
                   AND WS-CTL-HASH-1 IS NUMERIC
                   AND WS-CTL-HASH-2 IS NUMERIC
                   MOVE 1 TO WS-HAVE-CONTROL
               END-IF.
           READ-CONTROL-EXIT.
               EXIT.

           WRITE-CONTROL.
               MOVE CTOT-FILE TO WS-CTL-FILE
               ACCEPT WS-CTL-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-CLOCK FROM TIME
               MOVE WS-SYS-CLOCK(1:6) TO WS-CTL-TIME
               MOVE CTOT-PROGRAM TO WS-CTL-PROGRAM
               OPEN OUTPUT CONTROL-FILE
               MOVE WS-CTL-LINE TO CONTROL-FILE-REC
               WRITE CONTROL-FILE-REC
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "CTLTOTAL: CANNOT WRITE " WS-CTL-FILENAME
                       " (STATUS " WS-CTL-STATUS ")"
                   MOVE WS-CTL-STATUS TO CTOT-STATUS
               END-IF
               CLOSE CONTROL-FILE.

      *    a field that is not numeric (an older or damaged line)
      *    adds nothing - the balancing step hashes the same way
           HASH-RECORD.
               MOVE 0 TO WS-REC-HASH-1
               MOVE 0 TO WS-REC-HASH-2
               MOVE CTOT-RECORD TO WS-HASH-REC
               EVALUATE CTOT-FILE
                   WHEN "MATCHHIST"
                       IF WS-HM-MATCH-ID IS NUMERIC
                           MOVE WS-HM-MATCH-ID TO WS-REC-HASH-1
                       END-IF
                       IF WS-HM-DURATION IS NUMERIC
                           MOVE WS-HM-DURATION TO WS-REC-HASH-2
                       END-IF
                   WHEN "MOVELOG"
                       IF WS-HV-MARK = "S" OR WS-HV-MARK = "U"
                           GO TO HASH-RECORD-EXIT
                       END-IF
                       IF WS-HV-MARK = "E"
                           IF WS-HV-END-ID IS NUMERIC
                               MOVE WS-HV-END-ID TO WS-REC-HASH-1
                           END-IF
                       ELSE
                           IF WS-HV-STAMP IS NUMERIC
                               MOVE WS-HV-STAMP TO WS-REC-HASH-2
                           END-IF
                       END-IF
                   WHEN "RATEJRNL"
                       IF WS-HR-MATCH-ID IS NUMERIC
                           MOVE WS-HR-MATCH-ID TO WS-REC-HASH-1
                       END-IF
                       IF WS-HR-OLD IS NUMERIC AND WS-HR-NEW IS NUMERIC
                           COMPUTE WS-REC-HASH-2 = WS-HR-NEW - WS-HR-OLD
                       END-IF
                   WHEN "SESSIONLOG"
                       IF WS-HS-TURNS-X NOT = SPACES
                           MOVE WS-HS-TURNS TO WS-REC-TURNS
                           MOVE WS-REC-TURNS TO WS-REC-HASH-1
                       END-IF
                       IF WS-HS-SLIMES IS NUMERIC
                           MOVE WS-HS-SLIMES TO WS-REC-HASH-2
                       END-IF
                   WHEN "LEADERBOARD"
                       IF WS-HL-TURNS IS NUMERIC
                           MOVE WS-HL-TURNS TO WS-REC-TURNS
                           MOVE WS-REC-TURNS TO WS-REC-HASH-1
                       END-IF
                       IF WS-HL-DATE IS NUMERIC
                           MOVE WS-HL-DATE TO WS-REC-HASH-2
                       END-IF
               END-EVALUATE.
           HASH-RECORD-EXIT.
               EXIT.

           CTOT-EXIT.
           GOBACK.
       END PROGRAM CTLTOTAL.
