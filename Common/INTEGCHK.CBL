       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-REGISTRY ASSIGN TO "OPERREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT MATCH-HISTORY ASSIGN TO "MATCHHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-MATCH-ID
               ALTERNATE RECORD KEY IS HIST-PLAYER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATINGS-STATUS.
      *    the operator-keyed flat files are read and rewritten
      *    through one dynamic name
           SELECT FLAT-FILE ASSIGN TO WS-FLAT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT SNAP-FILE ASSIGN TO WS-SNAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SNAP-CATALOG ASSIGN TO "SNAPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPCTL-STATUS.
           SELECT MAINT-LOG ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-REGISTRY.
       01  OPERATOR-REGISTRY-REC PIC X(80).
       FD  MATCH-HISTORY.
       COPY MATCHREC.
       FD  RATINGS-FILE.
       COPY RATEREC.
       FD  FLAT-FILE.
       01  FLAT-FILE-REC PIC X(80).
       FD  SNAP-FILE.
       01  SNAP-FILE-REC PIC X(80).
       FD  SNAP-CATALOG.
       01  SNAP-CATALOG-REC PIC X(60).
       FD  MAINT-LOG.
       01  MAINT-LOG-REC PIC X(80).
       LOCAL-STORAGE SECTION.
           01 WS-REGISTRY-STATUS PIC X(2) VALUES "00".
           01 WS-HISTORY-STATUS PIC X(2) VALUES "00".
           01 WS-RATINGS-STATUS PIC X(2) VALUES "00".
           01 WS-FLAT-STATUS PIC X(2) VALUES "00".
           01 WS-SNAP-STATUS PIC X(2) VALUES "00".
           01 WS-SNAPCTL-STATUS PIC X(2) VALUES "00".
           01 WS-MAINT-STATUS PIC X(2) VALUES "00".
           01 WS-FLAT-FILENAME PIC X(20) VALUES SPACES.
           01 WS-VERB PIC X(8) VALUES SPACES.
           01 WS-PARM-WORK PIC X(30) VALUES SPACES.
           01 WS-OPERATOR-ID PIC X(8) VALUES SPACES.
           01 WS-OPERATOR-ROLE PIC X(1) VALUES "O".
           01 WS-PURGE-MODE PIC 9(1) VALUES 0.
           01 WS-ANSWER PIC X(1) VALUES SPACE.
           01 WS-REGISTRY-LINE.
               05 WS-REG-ID PIC X(8).
               05 FILLER PIC X(1).
               05 WS-REG-NAME PIC X(20).
               05 FILLER PIC X(1).
               05 WS-REG-ROLE PIC X(1).
      *    the registry every other file is held against - one entry
      *    per id, the seen flag catching a second line for the same
           01 WS-REG-MAX PIC 9(4) VALUES 500.
           01 WS-REG-COUNT PIC 9(4) VALUES 0.
           01 WS-REG-OVER PIC 9(1) VALUES 0.
           01 WS-REG-TABLE.
               05 WS-REG-ENTRY OCCURS 500 TIMES.
                   10 WS-RT-ID PIC X(8).
                   10 WS-RT-ROLE PIC X(1).
                   10 WS-RT-SEEN PIC 9(1).
           01 WS-REG-IDX PIC 9(4).
           01 WS-ALIAS-LINE.
               05 WS-ALIAS-OLD PIC X(8).
               05 FILLER PIC X(1).
               05 WS-ALIAS-CANON PIC X(8).
           01 WS-ALIAS-MAX PIC 9(4) VALUES 300.
           01 WS-ALIAS-COUNT PIC 9(4) VALUES 0.
           01 WS-ALIAS-OVER PIC 9(1) VALUES 0.
           01 WS-ALIAS-TABLE.
               05 WS-AL-ENTRY OCCURS 300 TIMES.
                   10 WS-AT-OLD PIC X(8).
                   10 WS-AT-CANON PIC X(8).
           01 WS-ALIAS-IDX PIC 9(4).
           01 WS-ALIAS-HIT PIC 9(4).
           01 WS-CHAIN-ID PIC X(8).
           01 WS-CHAIN-STEPS PIC 9(4).
           01 WS-CHAIN-LOOP PIC 9(1).
      *    every id that has played - match master, session log,
      *    rating cards and dungeon profiles between them
           01 WS-PLAYED-MAX PIC 9(4) VALUES 1000.
           01 WS-PLAYED-COUNT PIC 9(4) VALUES 0.
           01 WS-PLAYED-OVER PIC 9(1) VALUES 0.
           01 WS-PLAYED-TABLE.
               05 WS-PLAYED-ID PIC X(8) OCCURS 1000 TIMES.
           01 WS-PLAYED-IDX PIC 9(4).
           01 WS-PLAYED-HIT PIC 9(1).
      *    the file under check, whole - a flag byte per record, "O"
      *    an orphan and "D" a duplicate, both purged; "B" a broken
      *    alias, reported only
           01 WS-LINE-MAX PIC 9(4) VALUES 1000.
           01 WS-LINE-COUNT PIC 9(4) VALUES 0.
           01 WS-LINE-OVER PIC 9(1) VALUES 0.
           01 WS-LINE-TABLE.
               05 WS-LINE-ENTRY OCCURS 1000 TIMES.
                   10 WS-LINE-FLAG PIC X(1).
                   10 WS-LINE-IMAGE PIC X(80).
           01 WS-LINE-IDX PIC 9(4).
           01 WS-SCAN-IDX PIC 9(4).
           01 WS-SCAN-HIT PIC 9(1).
           01 WS-CHECK-FILE PIC X(12).
           01 WS-FILE-OK PIC 9(1).
           01 WS-FILE-CLAIMED PIC 9(1).
           01 WS-KEY-WIDTH PIC 9(2).
           01 WS-FLAGGED PIC 9(4).
           01 WS-PURGED PIC 9(4).
           01 WS-KEPT PIC 9(4).
           01 WS-FINDINGS PIC 9(5) VALUES 0.
           01 WS-TOTAL-PURGED PIC 9(5) VALUES 0.
           01 WS-PROBE-ID PIC X(20).
           01 WS-PROBE-STATE PIC X(1).
           01 WS-LB-FIRST PIC X(20).
           01 WS-LB-SECOND PIC X(20).
           01 WS-FINDING-KEY PIC X(20).
           01 WS-FINDING-TEXT PIC X(40).
           01 WS-FINDING-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-FL-FILE PIC X(12).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-FL-KEY PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-FL-TEXT PIC X(40).
           01 WS-RPT-LINE PIC X(80) VALUES SPACES.
      *    pre-purge snapshot, taken and catalogued the way FILEMAINT
      *    takes its pre-edit ones so SNAPREST can put a file back
           01 WS-SNAP-FILENAME PIC X(28).
           01 WS-SNAP-SOURCE PIC X(12).
           01 WS-SNAP-COUNT PIC 9(6) VALUES 0.
           01 WS-SNAP-CLOCK PIC 9(8).
           01 WS-SNAP-OK PIC 9(1) VALUES 0.
           01 WS-SNAPCTL-LINE.
               05 WS-SC-FILE PIC X(12).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-SC-SNAPNAME PIC X(28).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-SC-COUNT PIC 9(6).
           01 WS-CAT-MAX PIC 9(3) VALUES 200.
           01 WS-CAT-COUNT PIC 9(3) VALUES 0.
           01 WS-CAT-OVER PIC 9(1) VALUES 0.
           01 WS-CAT-TABLE.
               05 WS-CAT-ENTRY PIC X(60) OCCURS 200 TIMES.
           01 WS-CAT-IDX PIC 9(3).
           01 WS-CAT-KEEP PIC 9(3).
           01 WS-CAT-MINE PIC 9(3).
           01 WS-DEL-NAME PIC X(28).
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
           COPY FILELOCK.
           COPY CTLTOTAL.
           COPY RPTWRITE.
           COPY BATCHRC.
       LINKAGE SECTION.
       01  PARM-REC.
           05 PARM-LEN PIC S9(4) COMP.
           05 PARM-TEXT PIC X(30).

       PROCEDURE DIVISION USING PARM-REC.
           MAIN-LOGIC.
               MOVE "INTEGCHK" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               MOVE "SWEEP" TO WS-VERB
               IF ADDRESS OF PARM-REC NOT = NULL
                   IF PARM-LEN > 0 AND PARM-LEN <= 30
                       MOVE SPACES TO WS-PARM-WORK
                       MOVE PARM-TEXT(1:PARM-LEN) TO WS-PARM-WORK
                       UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
                           INTO WS-VERB
                   END-IF
               END-IF
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "UTILOPER"
               IF WS-OPERATOR-ID = SPACES
                   MOVE "INTEGCHK" TO WS-OPERATOR-ID
               END-IF
               EVALUATE WS-VERB
                   WHEN "SWEEP"
                       MOVE 0 TO WS-PURGE-MODE
                   WHEN "PURGE"
                       MOVE 1 TO WS-PURGE-MODE
                   WHEN OTHER
                       DISPLAY "INTEGCHK: PARM IS 'SWEEP' OR 'PURGE'"
                       MOVE 16 TO RETURN-CODE
                       GO TO INTEG-EXIT
               END-EVALUATE
               PERFORM LOAD-REGISTRY THRU LOAD-REGISTRY-EXIT
               IF WS-REG-COUNT = 0
                   DISPLAY "INTEGCHK: NO OPERATOR REGISTRY ON FILE - "
                       "NOTHING TO CHECK AGAINST"
                   MOVE 8 TO RETURN-CODE
                   GO TO INTEG-EXIT
               END-IF
      *        a purge removes records for good - supervisor work,
      *        checked here as well as at the menu
               IF WS-PURGE-MODE = 1
                   MOVE WS-OPERATOR-ID TO WS-PROBE-ID
                   PERFORM FIND-REGISTERED
                   MOVE "O" TO WS-OPERATOR-ROLE
                   IF WS-REG-IDX <= WS-REG-COUNT
                       MOVE WS-RT-ROLE(WS-REG-IDX) TO WS-OPERATOR-ROLE
                   END-IF
                   IF WS-OPERATOR-ROLE NOT = "S"
                       AND WS-OPERATOR-ROLE NOT = "A"
                       DISPLAY "THE PURGE NEEDS A SUPERVISOR OR ADMIN"
                       MOVE 8 TO RETURN-CODE
                       GO TO INTEG-EXIT
                   END-IF
               END-IF
               MOVE "O" TO RPT-ACTION
               MOVE "INTEGCHK.RPT" TO RPT-NAME
               MOVE "OPERATOR-KEYED FILES INTEGRITY SWEEP" TO RPT-TITLE
               CALL "RPTWRITE" USING RPT-PARMS
               IF WS-REG-OVER = 1
                   MOVE "*** OPERREG HOLDS MORE IDS THAN THE SWEEP CAN "
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE "    HOLD - IDS PAST THE LIMIT READ AS UNKNOWN"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF
               PERFORM CHECK-REGISTRY THRU CHECK-REGISTRY-EXIT
               PERFORM LOAD-ALIASES THRU LOAD-ALIASES-EXIT
               PERFORM CHECK-ALIASES
               PERFORM LOAD-PLAYED
               MOVE "OPERPREF" TO WS-CHECK-FILE
               PERFORM SWEEP-FLAT-FILE THRU SWEEP-FLAT-EXIT
               MOVE "PLAYERPRO" TO WS-CHECK-FILE
               PERFORM SWEEP-FLAT-FILE THRU SWEEP-FLAT-EXIT
               MOVE "ACHIEVE" TO WS-CHECK-FILE
               PERFORM SWEEP-FLAT-FILE THRU SWEEP-FLAT-EXIT
               MOVE "LEADERBOARD" TO WS-CHECK-FILE
               PERFORM SWEEP-FLAT-FILE THRU SWEEP-FLAT-EXIT
               MOVE "RATINGS" TO WS-CHECK-FILE
               PERFORM SWEEP-RATINGS THRU SWEEP-RATINGS-EXIT
               STRING "FINDINGS " WS-FINDINGS
                   "  RECORDS PURGED " WS-TOTAL-PURGED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-FINDINGS > 0 AND WS-PURGE-MODE = 0
                   MOVE "ORPHANS AND DUPLICATES ARE PURGED FROM THE "
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE "MENU (INTEGRITY SWEEP) BY A SUPERVISOR; ALIAS "
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE "PROBLEMS GO THROUGH THE PLAYER ID MERGE"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF
               PERFORM CLOSE-REPORT-FILE
               DISPLAY "INTEGCHK COMPLETE - FINDINGS: " WS-FINDINGS
                   " PURGED: " WS-TOTAL-PURGED
      *        set last - every CALL above leaves its own return code
               IF WS-FINDINGS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO INTEG-EXIT.

      *    --------------------------------------------------------
      *    the registry and the alias file, loaded once
      *    --------------------------------------------------------
           LOAD-REGISTRY.
               OPEN INPUT OPERATOR-REGISTRY
               IF WS-REGISTRY-STATUS NOT = "00"
                   GO TO LOAD-REGISTRY-EXIT
               END-IF.
           LOAD-REGISTRY-LOOP.
               READ OPERATOR-REGISTRY INTO WS-REGISTRY-LINE
                   AT END
                       CLOSE OPERATOR-REGISTRY
                       GO TO LOAD-REGISTRY-EXIT
               END-READ
               IF WS-REG-ID = SPACES
                   GO TO LOAD-REGISTRY-LOOP
               END-IF
               MOVE WS-REG-ID TO WS-PROBE-ID
               PERFORM FIND-REGISTERED
               IF WS-REG-IDX > WS-REG-COUNT
                   IF WS-REG-COUNT < WS-REG-MAX
                       ADD 1 TO WS-REG-COUNT
                       MOVE WS-REG-ID TO WS-RT-ID(WS-REG-COUNT)
                       MOVE WS-REG-ROLE TO WS-RT-ROLE(WS-REG-COUNT)
                       MOVE 0 TO WS-RT-SEEN(WS-REG-COUNT)
                   ELSE
                       MOVE 1 TO WS-REG-OVER
                   END-IF
               END-IF
               GO TO LOAD-REGISTRY-LOOP.
           LOAD-REGISTRY-EXIT.
               EXIT.

      *    a second pass over the registry - a line for an id
      *    already seen is a duplicate registration
           CHECK-REGISTRY.
               MOVE "OPERREG" TO WS-CHECK-FILE
               MOVE 0 TO WS-FLAGGED
               MOVE 0 TO WS-LINE-COUNT
               OPEN INPUT OPERATOR-REGISTRY
               IF WS-REGISTRY-STATUS NOT = "00"
                   GO TO CHECK-REGISTRY-EXIT
               END-IF.
           CHECK-REGISTRY-LOOP.
               READ OPERATOR-REGISTRY INTO WS-REGISTRY-LINE
                   AT END
                       CLOSE OPERATOR-REGISTRY
                       PERFORM REPORT-FILE-SUMMARY
                       GO TO CHECK-REGISTRY-EXIT
               END-READ
               ADD 1 TO WS-LINE-COUNT
               IF WS-REG-ID = SPACES
                   GO TO CHECK-REGISTRY-LOOP
               END-IF
               MOVE WS-REG-ID TO WS-PROBE-ID
               PERFORM FIND-REGISTERED
               IF WS-REG-IDX <= WS-REG-COUNT
                   IF WS-RT-SEEN(WS-REG-IDX) = 1
                       MOVE WS-REG-ID TO WS-FINDING-KEY
                       MOVE "DUPLICATE REGISTRATION - FIX BY HAND"
                           TO WS-FINDING-TEXT
                       PERFORM REPORT-FINDING
                   ELSE
                       MOVE 1 TO WS-RT-SEEN(WS-REG-IDX)
                   END-IF
               END-IF
               GO TO CHECK-REGISTRY-LOOP.
           CHECK-REGISTRY-EXIT.
               EXIT.

           LOAD-ALIASES.
               MOVE SPACES TO WS-FLAT-FILENAME
               MOVE "ALIAS.DAT" TO WS-FLAT-FILENAME
               OPEN INPUT FLAT-FILE
               IF WS-FLAT-STATUS NOT = "00"
                   GO TO LOAD-ALIASES-EXIT
               END-IF.
           LOAD-ALIASES-LOOP.
               READ FLAT-FILE INTO WS-ALIAS-LINE
                   AT END
                       CLOSE FLAT-FILE
                       GO TO LOAD-ALIASES-EXIT
               END-READ
               IF WS-ALIAS-OLD = SPACES
                   GO TO LOAD-ALIASES-LOOP
               END-IF
               IF WS-ALIAS-COUNT < WS-ALIAS-MAX
                   ADD 1 TO WS-ALIAS-COUNT
                   MOVE WS-ALIAS-OLD TO WS-AT-OLD(WS-ALIAS-COUNT)
                   MOVE WS-ALIAS-CANON TO WS-AT-CANON(WS-ALIAS-COUNT)
               ELSE
                   MOVE 1 TO WS-ALIAS-OVER
               END-IF
               GO TO LOAD-ALIASES-LOOP.
           LOAD-ALIASES-EXIT.
               EXIT.

      *    an alias line is broken when its old id already has a
      *    line above it, when its canonical id is itself merged away
      *    (a chain - or a loop when the chain comes back round), or
      *    when the canonical id was never registered. the purge
      *    leaves these alone - dropping a line would un-merge an id
           CHECK-ALIASES.
               MOVE "ALIAS" TO WS-CHECK-FILE
               MOVE 0 TO WS-FLAGGED
               MOVE WS-ALIAS-COUNT TO WS-LINE-COUNT
               IF WS-ALIAS-OVER = 1
                   MOVE "*** ALIAS.DAT HOLDS MORE LINES THAN THE SWEEP "
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE "    CAN HOLD - THE LINES PAST THE LIMIT ARE "
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE "    NOT CHECKED" TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF
               MOVE 1 TO WS-ALIAS-IDX
               PERFORM CHECK-ONE-ALIAS
                   UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
               PERFORM REPORT-FILE-SUMMARY.

           CHECK-ONE-ALIAS.
               MOVE WS-AT-OLD(WS-ALIAS-IDX) TO WS-FINDING-KEY
               MOVE 0 TO WS-SCAN-HIT
               MOVE 1 TO WS-SCAN-IDX
               PERFORM SCAN-EARLIER-ALIAS
                   UNTIL WS-SCAN-IDX >= WS-ALIAS-IDX
                   OR WS-SCAN-HIT = 1
               IF WS-SCAN-HIT = 1
                   MOVE "DUPLICATE - FIRST LINE IS THE ONE USED"
                       TO WS-FINDING-TEXT
                   PERFORM REPORT-FINDING
               ELSE
                   PERFORM FOLLOW-ALIAS-CHAIN
                   IF WS-CHAIN-LOOP = 1
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "LOOPS BACK ROUND THROUGH "
                           WS-AT-CANON(WS-ALIAS-IDX)
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM REPORT-FINDING
                   ELSE
                       IF WS-CHAIN-STEPS > 0
                           MOVE SPACES TO WS-FINDING-TEXT
                           STRING "POINTS AT MERGED-AWAY ID "
                               WS-AT-CANON(WS-ALIAS-IDX)
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM REPORT-FINDING
                       ELSE
                           MOVE WS-AT-CANON(WS-ALIAS-IDX)
                               TO WS-PROBE-ID
                           PERFORM FIND-REGISTERED
                           IF WS-REG-IDX > WS-REG-COUNT
                               MOVE SPACES TO WS-FINDING-TEXT
                               STRING "CANONICAL ID "
                                   DELIMITED BY SIZE
                                   WS-AT-CANON(WS-ALIAS-IDX)
                                   DELIMITED BY SPACE
                                   " NOT REGISTERED"
                                   DELIMITED BY SIZE
                                   INTO WS-FINDING-TEXT
                               PERFORM REPORT-FINDING
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-ALIAS-IDX.

           SCAN-EARLIER-ALIAS.
               IF WS-AT-OLD(WS-SCAN-IDX) = WS-AT-OLD(WS-ALIAS-IDX)
                   MOVE 1 TO WS-SCAN-HIT
               END-IF
               ADD 1 TO WS-SCAN-IDX.

      *    walk canonical ids through the alias table; more steps
      *    than there are lines means the walk is going round
           FOLLOW-ALIAS-CHAIN.
               MOVE 0 TO WS-CHAIN-LOOP
               MOVE 0 TO WS-CHAIN-STEPS
               MOVE WS-AT-CANON(WS-ALIAS-IDX) TO WS-CHAIN-ID
               IF WS-CHAIN-ID = WS-AT-OLD(WS-ALIAS-IDX)
                   MOVE 1 TO WS-CHAIN-LOOP
               END-IF
               MOVE 1 TO WS-ALIAS-HIT
               PERFORM FOLLOW-ONE-LINK
                   UNTIL WS-CHAIN-LOOP = 1 OR WS-ALIAS-HIT = 0.

           FOLLOW-ONE-LINK.
               MOVE WS-CHAIN-ID TO WS-PROBE-ID
               PERFORM FIND-ALIAS
               IF WS-ALIAS-HIT > 0
                   ADD 1 TO WS-CHAIN-STEPS
                   MOVE WS-AT-CANON(WS-ALIAS-HIT) TO WS-CHAIN-ID
                   IF WS-CHAIN-ID = WS-AT-OLD(WS-ALIAS-IDX)
                       OR WS-CHAIN-STEPS > WS-ALIAS-COUNT
                       MOVE 1 TO WS-CHAIN-LOOP
                   END-IF
               END-IF.

      *    --------------------------------------------------------
      *    who has played anything at all - an achievement held by an
      *    id found nowhere here was never earned in a game on file
      *    --------------------------------------------------------
           LOAD-PLAYED.
               PERFORM LOAD-PLAYED-MATCHES THRU LOAD-PLAYED-MATCH-EXIT
               PERFORM LOAD-PLAYED-RATINGS THRU LOAD-PLAYED-RATE-EXIT
               MOVE "SESSIONLOG.DAT" TO WS-FLAT-FILENAME
               PERFORM LOAD-PLAYED-FLAT THRU LOAD-PLAYED-FLAT-EXIT
               MOVE "PLAYERPRO.DAT" TO WS-FLAT-FILENAME
               PERFORM LOAD-PLAYED-FLAT THRU LOAD-PLAYED-FLAT-EXIT.

           LOAD-PLAYED-MATCHES.
               OPEN INPUT MATCH-HISTORY
               IF WS-HISTORY-STATUS NOT = "00"
                   GO TO LOAD-PLAYED-MATCH-EXIT
               END-IF.
           LOAD-PLAYED-MATCH-LOOP.
               READ MATCH-HISTORY NEXT
                   AT END
                       CLOSE MATCH-HISTORY
                       GO TO LOAD-PLAYED-MATCH-EXIT
               END-READ
               MOVE HIST-X-ID TO WS-PROBE-ID
               PERFORM NOTE-PLAYED
               MOVE HIST-O-ID TO WS-PROBE-ID
               PERFORM NOTE-PLAYED
               GO TO LOAD-PLAYED-MATCH-LOOP.
           LOAD-PLAYED-MATCH-EXIT.
               EXIT.

           LOAD-PLAYED-RATINGS.
               OPEN INPUT RATINGS-FILE
               IF WS-RATINGS-STATUS NOT = "00"
                   GO TO LOAD-PLAYED-RATE-EXIT
               END-IF.
           LOAD-PLAYED-RATE-LOOP.
               READ RATINGS-FILE NEXT
                   AT END
                       CLOSE RATINGS-FILE
                       GO TO LOAD-PLAYED-RATE-EXIT
               END-READ
               MOVE RATE-PLAYER-ID TO WS-PROBE-ID
               PERFORM NOTE-PLAYED
               GO TO LOAD-PLAYED-RATE-LOOP.
           LOAD-PLAYED-RATE-EXIT.
               EXIT.

      *    a session line names who played in its last column, a
      *    co-op run both operators joined by a plus; a profile line
      *    leads with its operator
           LOAD-PLAYED-FLAT.
               OPEN INPUT FLAT-FILE
               IF WS-FLAT-STATUS NOT = "00"
                   GO TO LOAD-PLAYED-FLAT-EXIT
               END-IF.
           LOAD-PLAYED-FLAT-LOOP.
               READ FLAT-FILE
                   AT END
                       CLOSE FLAT-FILE
                       GO TO LOAD-PLAYED-FLAT-EXIT
               END-READ
               IF WS-FLAT-FILENAME = "PLAYERPRO.DAT"
                   MOVE FLAT-FILE-REC(1:8) TO WS-PROBE-ID
                   PERFORM NOTE-PLAYED
               ELSE
                   MOVE SPACES TO WS-LB-FIRST
                   MOVE SPACES TO WS-LB-SECOND
                   UNSTRING FLAT-FILE-REC(64:17) DELIMITED BY "+"
                       INTO WS-LB-FIRST WS-LB-SECOND
                   MOVE WS-LB-FIRST TO WS-PROBE-ID
                   PERFORM NOTE-PLAYED
                   MOVE WS-LB-SECOND TO WS-PROBE-ID
                   PERFORM NOTE-PLAYED
               END-IF
               GO TO LOAD-PLAYED-FLAT-LOOP.
           LOAD-PLAYED-FLAT-EXIT.
               EXIT.

           NOTE-PLAYED.
               IF WS-PROBE-ID NOT = SPACES
                   PERFORM FIND-PLAYED
                   IF WS-PLAYED-HIT = 0
                       IF WS-PLAYED-COUNT < WS-PLAYED-MAX
                           ADD 1 TO WS-PLAYED-COUNT
                           MOVE WS-PROBE-ID
                               TO WS-PLAYED-ID(WS-PLAYED-COUNT)
                       ELSE
                           MOVE 1 TO WS-PLAYED-OVER
                       END-IF
                   END-IF
               END-IF.

      *    --------------------------------------------------------
      *    one operator-keyed flat file - loaded whole, each record
      *    judged, the findings reported and, on a purge, the file
      *    rewritten without the flagged records. a purge holds the
      *    file's interlock from the load to the rewrite
      *    --------------------------------------------------------
           SWEEP-FLAT-FILE.
               MOVE 0 TO WS-FLAGGED
               MOVE 0 TO WS-FILE-CLAIMED
               MOVE SPACES TO WS-FLAT-FILENAME
               STRING WS-CHECK-FILE DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE INTO WS-FLAT-FILENAME
               IF WS-PURGE-MODE = 1
                   PERFORM CLAIM-CHECK-FILE
                   IF FLOCK-REPLY NOT = "G"
                       GO TO SWEEP-FLAT-EXIT
                   END-IF
               END-IF
               PERFORM LOAD-LINES THRU LOAD-LINES-EXIT
               IF WS-FILE-OK = 0
                   GO TO SWEEP-FLAT-DONE
               END-IF
               MOVE 1 TO WS-LINE-IDX
               PERFORM JUDGE-FLAT-LINE
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               PERFORM REPORT-FILE-SUMMARY
               IF WS-PURGE-MODE = 1 AND WS-FLAGGED > 0
                   PERFORM PURGE-FLAT THRU PURGE-FLAT-EXIT
               END-IF.
           SWEEP-FLAT-DONE.
               IF WS-FILE-CLAIMED = 1
                   PERFORM RELEASE-CHECK-FILE
               END-IF.
           SWEEP-FLAT-EXIT.
               EXIT.

      *    a file not on disk is simply clean; one bigger than the
      *    table is judged as far as it goes but never purged
           LOAD-LINES.
               MOVE 0 TO WS-LINE-COUNT
               MOVE 0 TO WS-LINE-OVER
               MOVE 1 TO WS-FILE-OK
               OPEN INPUT FLAT-FILE
               IF WS-FLAT-STATUS = "35"
                   GO TO LOAD-LINES-EXIT
               END-IF
               IF WS-FLAT-STATUS NOT = "00"
                   MOVE 0 TO WS-FILE-OK
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " WS-CHECK-FILE " UNREADABLE (STATUS "
                       WS-FLAT-STATUS ") - NOT CHECKED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   ADD 1 TO WS-FINDINGS
                   GO TO LOAD-LINES-EXIT
               END-IF.
           LOAD-LINES-LOOP.
               READ FLAT-FILE
                   AT END
                       CLOSE FLAT-FILE
                       GO TO LOAD-LINES-EXIT
               END-READ
               IF WS-LINE-COUNT < WS-LINE-MAX
                   ADD 1 TO WS-LINE-COUNT
                   MOVE SPACE TO WS-LINE-FLAG(WS-LINE-COUNT)
                   MOVE FLAT-FILE-REC TO WS-LINE-IMAGE(WS-LINE-COUNT)
               ELSE
                   MOVE 1 TO WS-LINE-OVER
               END-IF
               GO TO LOAD-LINES-LOOP.
           LOAD-LINES-EXIT.
               EXIT.

           JUDGE-FLAT-LINE.
               IF WS-LINE-IMAGE(WS-LINE-IDX) NOT = SPACES
                   EVALUATE WS-CHECK-FILE
                       WHEN "OPERPREF"
                       WHEN "PLAYERPRO"
                           PERFORM JUDGE-OPERATOR-LINE
                       WHEN "ACHIEVE"
                           PERFORM JUDGE-ACHIEVE-LINE
                       WHEN "LEADERBOARD"
                           PERFORM JUDGE-LEADER-LINE
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-LINE-IDX.

      *    preferences and profiles - one line per registered
      *    operator, the first line being the one the programs use
           JUDGE-OPERATOR-LINE.
               MOVE WS-LINE-IMAGE(WS-LINE-IDX)(1:8) TO WS-FINDING-KEY
               MOVE 8 TO WS-KEY-WIDTH
               PERFORM FIND-EARLIER-LINE
               IF WS-SCAN-HIT = 1
                   MOVE "D" TO WS-LINE-FLAG(WS-LINE-IDX)
                   MOVE "DUPLICATE - A LINE ABOVE IS THE ONE USED"
                       TO WS-FINDING-TEXT
                   PERFORM REPORT-FINDING
               ELSE
                   MOVE WS-FINDING-KEY TO WS-PROBE-ID
                   PERFORM CLASSIFY-NAME
                   IF WS-PROBE-STATE = "U"
                       MOVE "O" TO WS-LINE-FLAG(WS-LINE-IDX)
                       MOVE "OPERATOR NEVER REGISTERED"
                           TO WS-FINDING-TEXT
                       PERFORM REPORT-FINDING
                   END-IF
               END-IF.

      *    an achievement is held once, by a registered operator
      *    with games on file
           JUDGE-ACHIEVE-LINE.
               MOVE WS-LINE-IMAGE(WS-LINE-IDX)(1:17) TO WS-FINDING-KEY
               MOVE 17 TO WS-KEY-WIDTH
               PERFORM FIND-EARLIER-LINE
               IF WS-SCAN-HIT = 1
                   MOVE "D" TO WS-LINE-FLAG(WS-LINE-IDX)
                   MOVE "DUPLICATE - ALREADY HELD ON A LINE ABOVE"
                       TO WS-FINDING-TEXT
                   PERFORM REPORT-FINDING
               ELSE
                   MOVE WS-LINE-IMAGE(WS-LINE-IDX)(1:8) TO WS-PROBE-ID
                   PERFORM FIND-REGISTERED
                   IF WS-REG-IDX > WS-REG-COUNT
                       MOVE "O" TO WS-LINE-FLAG(WS-LINE-IDX)
                       MOVE "HOLDER NEVER REGISTERED"
                           TO WS-FINDING-TEXT
                       PERFORM REPORT-FINDING
                   ELSE
                       PERFORM FIND-PLAYED
                       IF WS-PLAYED-HIT = 0 AND WS-PLAYED-OVER = 0
                           MOVE "O" TO WS-LINE-FLAG(WS-LINE-IDX)
                           MOVE "HOLDER HAS NO GAMES ON FILE"
                               TO WS-FINDING-TEXT
                           PERFORM REPORT-FINDING
                       END-IF
                   END-IF
               END-IF.

      *    a leaderboard entry names its operator, or both co-op
      *    operators joined by a plus; entries from before names were
      *    kept have none and are left alone
           JUDGE-LEADER-LINE.
               MOVE WS-LINE-IMAGE(WS-LINE-IDX)(31:20) TO WS-FINDING-KEY
               IF WS-FINDING-KEY NOT = SPACES
                   MOVE SPACES TO WS-LB-FIRST
                   MOVE SPACES TO WS-LB-SECOND
                   UNSTRING WS-FINDING-KEY DELIMITED BY "+"
                       INTO WS-LB-FIRST WS-LB-SECOND
                   MOVE WS-LB-FIRST TO WS-PROBE-ID
                   PERFORM CLASSIFY-NAME
                   IF WS-PROBE-STATE NOT = "U"
                       AND WS-LB-SECOND NOT = SPACES
                       MOVE WS-LB-SECOND TO WS-PROBE-ID
                       PERFORM CLASSIFY-NAME
                   END-IF
                   IF WS-PROBE-STATE = "U"
                       MOVE "O" TO WS-LINE-FLAG(WS-LINE-IDX)
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "NOT A REGISTERED OPERATOR: " WS-PROBE-ID
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM REPORT-FINDING
                   END-IF
               END-IF.

      *    "H" a house name that plays without registering - the
      *    computer, the guest and simulator seats, and the name a
      *    launch that never signed on plays under; "R" registered;
      *    "U" unknown. a name longer than an id is never registered
           CLASSIFY-NAME.
               MOVE "U" TO WS-PROBE-STATE
               IF WS-PROBE-ID = "COMPUTER" OR WS-PROBE-ID = "OPERATOR"
                   OR WS-PROBE-ID(1:6) = "GUEST-"
                   OR WS-PROBE-ID(1:4) = "SIM-"
                   MOVE "H" TO WS-PROBE-STATE
               ELSE
                   IF WS-PROBE-ID(9:12) = SPACES
                       PERFORM FIND-REGISTERED
                       IF WS-REG-IDX <= WS-REG-COUNT
                           MOVE "R" TO WS-PROBE-STATE
                       END-IF
                   END-IF
               END-IF.

           FIND-EARLIER-LINE.
               MOVE 0 TO WS-SCAN-HIT
               MOVE 1 TO WS-SCAN-IDX
               PERFORM SCAN-EARLIER-LINE
                   UNTIL WS-SCAN-IDX >= WS-LINE-IDX
                   OR WS-SCAN-HIT = 1.

           SCAN-EARLIER-LINE.
               IF WS-LINE-IMAGE(WS-SCAN-IDX)(1:WS-KEY-WIDTH)
                   = WS-LINE-IMAGE(WS-LINE-IDX)(1:WS-KEY-WIDTH)
                   MOVE 1 TO WS-SCAN-HIT
               END-IF
               ADD 1 TO WS-SCAN-IDX.

      *    --------------------------------------------------------
      *    the rating cards - the computer, guest and simulator ids
      *    play without registering; any other card must belong to a
      *    registered id, and a merged-away id should have no cards
      *    left once its merge folded them into the canonical id
      *    --------------------------------------------------------
           SWEEP-RATINGS.
               MOVE 0 TO WS-FLAGGED
               MOVE 0 TO WS-FILE-CLAIMED
               MOVE 0 TO WS-LINE-COUNT
               MOVE 0 TO WS-LINE-OVER
               IF WS-PURGE-MODE = 1
                   PERFORM CLAIM-CHECK-FILE
                   IF FLOCK-REPLY NOT = "G"
                       GO TO SWEEP-RATINGS-EXIT
                   END-IF
               END-IF
               OPEN INPUT RATINGS-FILE
               IF WS-RATINGS-STATUS NOT = "00"
                   GO TO SWEEP-RATINGS-DONE
               END-IF.
           SWEEP-RATINGS-LOOP.
               READ RATINGS-FILE NEXT
                   AT END
                       CLOSE RATINGS-FILE
                       GO TO SWEEP-RATINGS-JUDGE
               END-READ
               IF WS-LINE-COUNT < WS-LINE-MAX
                   ADD 1 TO WS-LINE-COUNT
                   MOVE SPACE TO WS-LINE-FLAG(WS-LINE-COUNT)
                   MOVE RATING-REC TO WS-LINE-IMAGE(WS-LINE-COUNT)
               ELSE
                   MOVE 1 TO WS-LINE-OVER
               END-IF
               GO TO SWEEP-RATINGS-LOOP.
           SWEEP-RATINGS-JUDGE.
               MOVE 1 TO WS-LINE-IDX
               PERFORM JUDGE-RATING-CARD
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               PERFORM REPORT-FILE-SUMMARY
               IF WS-PURGE-MODE = 1 AND WS-FLAGGED > 0
                   PERFORM PURGE-RATINGS THRU PURGE-RATINGS-EXIT
               END-IF.
           SWEEP-RATINGS-DONE.
               IF WS-FILE-CLAIMED = 1
                   PERFORM RELEASE-CHECK-FILE
               END-IF.
           SWEEP-RATINGS-EXIT.
               EXIT.

           JUDGE-RATING-CARD.
               MOVE WS-LINE-IMAGE(WS-LINE-IDX)(1:8) TO WS-PROBE-ID
               MOVE SPACES TO WS-FINDING-KEY
               STRING WS-PROBE-ID(1:8) " POOL "
                   WS-LINE-IMAGE(WS-LINE-IDX)(9:1)
                   DELIMITED BY SIZE INTO WS-FINDING-KEY
               PERFORM CLASSIFY-NAME
               IF WS-PROBE-STATE NOT = "H"
                   PERFORM FIND-ALIAS
                   IF WS-ALIAS-HIT > 0
                       MOVE "O" TO WS-LINE-FLAG(WS-LINE-IDX)
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "MERGED INTO " DELIMITED BY SIZE
                           WS-AT-CANON(WS-ALIAS-HIT) DELIMITED BY SPACE
                           " - CARD NEVER FOLDED"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM REPORT-FINDING
                   ELSE
                       IF WS-PROBE-STATE = "U"
                           MOVE "O" TO WS-LINE-FLAG(WS-LINE-IDX)
                           MOVE "PLAYER NEVER REGISTERED"
                               TO WS-FINDING-TEXT
                           PERFORM REPORT-FINDING
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-LINE-IDX.

      *    --------------------------------------------------------
      *    the purge - confirmed file by file, snapshot first, and
      *    every record removed written to MAINTLOG.DAT in full so
      *    the file can be rebuilt from the trail as well
      *    --------------------------------------------------------
           PURGE-FLAT.
               PERFORM CONFIRM-PURGE THRU CONFIRM-PURGE-EXIT
               IF WS-ANSWER NOT = "Y"
                   GO TO PURGE-FLAT-EXIT
               END-IF
               MOVE 0 TO WS-PURGED
               MOVE 0 TO WS-KEPT
      *        a rewritten leaderboard's control totals start over
      *        from the entries kept
               IF WS-CHECK-FILE = "LEADERBOARD"
                   MOVE "LEADERBOARD" TO CTOT-FILE
                   MOVE "INTEGCHK" TO CTOT-PROGRAM
                   MOVE "Z" TO CTOT-ACTION
                   CALL "CTLTOTAL" USING CTOT-PARMS
               END-IF
               OPEN OUTPUT FLAT-FILE
               IF WS-FLAT-STATUS NOT = "00"
                   DISPLAY "CANNOT REWRITE " WS-CHECK-FILE " (STATUS "
                       WS-FLAT-STATUS ") - NOTHING PURGED"
                   GO TO PURGE-FLAT-EXIT
               END-IF
               MOVE 1 TO WS-LINE-IDX
               PERFORM REWRITE-FLAT-LINE
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               CLOSE FLAT-FILE
               IF WS-CHECK-FILE = "LEADERBOARD"
                   MOVE "C" TO CTOT-ACTION
                   CALL "CTLTOTAL" USING CTOT-PARMS
               END-IF
               PERFORM WRITE-PURGE-AUDIT.
           PURGE-FLAT-EXIT.
               EXIT.

           REWRITE-FLAT-LINE.
               IF WS-LINE-FLAG(WS-LINE-IDX) = "O"
                   OR WS-LINE-FLAG(WS-LINE-IDX) = "D"
                   ADD 1 TO WS-PURGED
               ELSE
                   MOVE WS-LINE-IMAGE(WS-LINE-IDX) TO FLAT-FILE-REC
                   WRITE FLAT-FILE-REC
                   ADD 1 TO WS-KEPT
                   IF WS-CHECK-FILE = "LEADERBOARD"
                       MOVE "A" TO CTOT-ACTION
                       MOVE WS-LINE-IMAGE(WS-LINE-IDX) TO CTOT-RECORD
                       CALL "CTLTOTAL" USING CTOT-PARMS
                   END-IF
               END-IF
               ADD 1 TO WS-LINE-IDX.

           PURGE-RATINGS.
               PERFORM CONFIRM-PURGE THRU CONFIRM-PURGE-EXIT
               IF WS-ANSWER NOT = "Y"
                   GO TO PURGE-RATINGS-EXIT
               END-IF
               MOVE 0 TO WS-PURGED
               OPEN I-O RATINGS-FILE
               IF WS-RATINGS-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN RATINGS (STATUS "
                       WS-RATINGS-STATUS ") - NOTHING PURGED"
                   GO TO PURGE-RATINGS-EXIT
               END-IF
               MOVE 1 TO WS-LINE-IDX
               PERFORM DELETE-RATING-CARD
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               CLOSE RATINGS-FILE
               PERFORM WRITE-PURGE-AUDIT
               DISPLAY "HISTCHK'S TALLY CHECK WILL SHOW THE GAMES ON "
                   "THE PURGED CARDS FROM TONIGHT"
               MOVE "  HISTCHK TALLY CHECK WILL SHOW THE PURGED CARDS"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT.
           PURGE-RATINGS-EXIT.
               EXIT.

           DELETE-RATING-CARD.
               IF WS-LINE-FLAG(WS-LINE-IDX) = "O"
                   MOVE WS-LINE-IMAGE(WS-LINE-IDX) TO RATING-REC
                   DELETE RATINGS-FILE
                   IF WS-RATINGS-STATUS = "00"
                       ADD 1 TO WS-PURGED
                   ELSE
                       MOVE "F" TO WS-LINE-FLAG(WS-LINE-IDX)
                       DISPLAY "DELETE FAILED FOR " RATE-KEY
                           " (STATUS " WS-RATINGS-STATUS ")"
                   END-IF
               END-IF
               ADD 1 TO WS-LINE-IDX.

      *    the supervisor sees the count and says yes per file; a
      *    file too big to hold whole, or with no snapshot, is never
      *    purged
           CONFIRM-PURGE.
               MOVE "N" TO WS-ANSWER
               IF WS-LINE-OVER = 1
                   DISPLAY WS-CHECK-FILE " IS TOO BIG TO PURGE HERE - "
                       "CLEAN IT BY HAND"
                   GO TO CONFIRM-PURGE-EXIT
               END-IF
               DISPLAY "PURGE THE " WS-FLAGGED " FLAGGED RECORDS FROM "
                   WS-CHECK-FILE "? (Y/N)"
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "y"
                   MOVE "Y" TO WS-ANSWER
               END-IF
               IF WS-ANSWER NOT = "Y"
                   DISPLAY "NOTHING PURGED FROM " WS-CHECK-FILE
                   GO TO CONFIRM-PURGE-EXIT
               END-IF
               MOVE WS-CHECK-FILE TO WS-SNAP-SOURCE
               PERFORM SNAPSHOT-TARGET THRU SNAPSHOT-EXIT
               IF WS-SNAP-OK = 0
                   DISPLAY "NO SNAPSHOT, NO PURGE - FIX THE SNAPSHOT "
                       "PROBLEM FIRST"
                   MOVE "N" TO WS-ANSWER
               END-IF.
           CONFIRM-PURGE-EXIT.
               EXIT.

           WRITE-PURGE-AUDIT.
               ADD WS-PURGED TO WS-TOTAL-PURGED
               DISPLAY WS-PURGED " RECORDS PURGED FROM " WS-CHECK-FILE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  PURGED " WS-PURGED " RECORDS - SNAPSHOT "
                   WS-SNAP-FILENAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ACCEPT WS-MNT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-MAINT-CLOCK FROM TIME
               MOVE WS-MAINT-CLOCK(1:6) TO WS-MNT-TIME
               MOVE WS-OPERATOR-ID TO WS-MNT-OPER
               MOVE WS-CHECK-FILE TO WS-MNT-FILE
               MOVE "PURGE" TO WS-MNT-ACTION
               MOVE SPACES TO WS-MNT-PRIOR
               STRING WS-PURGED " ORPHAN/DUPLICATE RECORDS PURGED - "
                   "SNAPSHOT " WS-SNAP-FILENAME
                   DELIMITED BY SIZE INTO WS-MNT-PRIOR
               OPEN EXTEND MAINT-LOG
               IF WS-MAINT-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT MAINT-LOG
               END-IF
               MOVE WS-MAINT-LINE TO MAINT-LOG-REC
               WRITE MAINT-LOG-REC
               MOVE WS-MAINT-PRIOR-LINE TO MAINT-LOG-REC
               WRITE MAINT-LOG-REC
               MOVE 1 TO WS-LINE-IDX
               PERFORM WRITE-ONE-PURGED-PRIOR
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               CLOSE MAINT-LOG.

           WRITE-ONE-PURGED-PRIOR.
               IF WS-LINE-FLAG(WS-LINE-IDX) = "O"
                   OR WS-LINE-FLAG(WS-LINE-IDX) = "D"
                   MOVE WS-LINE-IMAGE(WS-LINE-IDX) TO WS-MNT-PRIOR
                   MOVE WS-MAINT-PRIOR-LINE TO MAINT-LOG-REC
                   WRITE MAINT-LOG-REC
               END-IF
               ADD 1 TO WS-LINE-IDX.

      *    copy the file whole, from the table it was judged in, to a
      *    dated generation file, then catalog the copy and trim the
      *    older generations
           SNAPSHOT-TARGET.
               MOVE 0 TO WS-SNAP-OK
               MOVE 0 TO WS-SNAP-COUNT
               ACCEPT WS-MNT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SNAP-CLOCK FROM TIME
               MOVE SPACES TO WS-SNAP-FILENAME
               STRING WS-SNAP-SOURCE DELIMITED BY SPACE
                   ".B" WS-MNT-DATE WS-SNAP-CLOCK(1:6)
                   DELIMITED BY SIZE INTO WS-SNAP-FILENAME
               OPEN OUTPUT SNAP-FILE
               IF WS-SNAP-STATUS NOT = "00"
                   DISPLAY "CANNOT WRITE SNAPSHOT " WS-SNAP-FILENAME
                       " (STATUS " WS-SNAP-STATUS ")"
                   GO TO SNAPSHOT-EXIT
               END-IF
               MOVE 1 TO WS-SNAP-OK
               MOVE 1 TO WS-LINE-IDX
               PERFORM COPY-LINE-SNAP
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   OR WS-SNAP-OK = 0
               CLOSE SNAP-FILE
               IF WS-SNAP-STATUS NOT = "00"
                   MOVE 0 TO WS-SNAP-OK
               END-IF
               IF WS-SNAP-OK = 1
                   PERFORM CATALOG-SNAPSHOT
                   PERFORM TRIM-SNAPSHOTS THRU TRIM-SNAPSHOTS-EXIT
                   DISPLAY "PRE-PURGE SNAPSHOT: " WS-SNAP-FILENAME
                       " (" WS-SNAP-COUNT " RECORDS)"
               END-IF.
           SNAPSHOT-EXIT.
               EXIT.

           COPY-LINE-SNAP.
               MOVE WS-LINE-IMAGE(WS-LINE-IDX) TO SNAP-FILE-REC
               WRITE SNAP-FILE-REC
               IF WS-SNAP-STATUS NOT = "00"
                   MOVE 0 TO WS-SNAP-OK
               ELSE
                   ADD 1 TO WS-SNAP-COUNT
               END-IF
               ADD 1 TO WS-LINE-IDX.

           CATALOG-SNAPSHOT.
               MOVE WS-SNAP-SOURCE TO WS-SC-FILE
               MOVE WS-SNAP-FILENAME TO WS-SC-SNAPNAME
               MOVE WS-SNAP-COUNT TO WS-SC-COUNT
               OPEN EXTEND SNAP-CATALOG
               IF WS-SNAPCTL-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT SNAP-CATALOG
               END-IF
               MOVE WS-SNAPCTL-LINE TO SNAP-CATALOG-REC
               WRITE SNAP-CATALOG-REC
               CLOSE SNAP-CATALOG.

      *    keep the five newest generations per file - the catalog
      *    appends in time order, so the oldest entries for a file
      *    are simply its first entries
           TRIM-SNAPSHOTS.
               MOVE 0 TO WS-CAT-COUNT
               MOVE 0 TO WS-CAT-OVER
               MOVE 0 TO WS-CAT-MINE
               OPEN INPUT SNAP-CATALOG
               IF WS-SNAPCTL-STATUS NOT = "00"
                   GO TO TRIM-SNAPSHOTS-EXIT
               END-IF.
           TRIM-LOAD-LOOP.
               READ SNAP-CATALOG
                   AT END
                       CLOSE SNAP-CATALOG
                       GO TO TRIM-JUDGE
               END-READ
               IF WS-CAT-COUNT < WS-CAT-MAX
                   ADD 1 TO WS-CAT-COUNT
                   MOVE SNAP-CATALOG-REC
                       TO WS-CAT-ENTRY(WS-CAT-COUNT)
                   IF SNAP-CATALOG-REC(1:12) = WS-SNAP-SOURCE
                       ADD 1 TO WS-CAT-MINE
                   END-IF
               ELSE
                   MOVE 1 TO WS-CAT-OVER
               END-IF
               GO TO TRIM-LOAD-LOOP.
           TRIM-JUDGE.
               IF WS-CAT-OVER = 1
                   DISPLAY "SNAPSHOT CATALOG OVERFULL - TRIMMING "
                       "SKIPPED, CLEAN SNAPCTL.DAT BY HAND"
                   GO TO TRIM-SNAPSHOTS-EXIT
               END-IF
               IF WS-CAT-MINE <= 5
                   GO TO TRIM-SNAPSHOTS-EXIT
               END-IF
               COMPUTE WS-CAT-KEEP = WS-CAT-MINE - 5
               MOVE 1 TO WS-CAT-IDX
               PERFORM TRIM-ONE-ENTRY
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   OR WS-CAT-KEEP = 0
               OPEN OUTPUT SNAP-CATALOG
               MOVE 1 TO WS-CAT-IDX
               PERFORM TRIM-REWRITE-ENTRY
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               CLOSE SNAP-CATALOG.
           TRIM-SNAPSHOTS-EXIT.
               EXIT.

           TRIM-ONE-ENTRY.
               IF WS-CAT-ENTRY(WS-CAT-IDX)(1:12) = WS-SNAP-SOURCE
                   MOVE WS-CAT-ENTRY(WS-CAT-IDX)(14:28)
                       TO WS-DEL-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
                   DISPLAY "RETIRED OLD SNAPSHOT " WS-DEL-NAME
                   MOVE SPACES TO WS-CAT-ENTRY(WS-CAT-IDX)
                   SUBTRACT 1 FROM WS-CAT-KEEP
               END-IF
               ADD 1 TO WS-CAT-IDX.

           TRIM-REWRITE-ENTRY.
               IF WS-CAT-ENTRY(WS-CAT-IDX) NOT = SPACES
                   MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO SNAP-CATALOG-REC
                   WRITE SNAP-CATALOG-REC
               END-IF
               ADD 1 TO WS-CAT-IDX.

      *    --------------------------------------------------------
      *    lookups and the shared report lines
      *    --------------------------------------------------------
           FIND-REGISTERED.
               MOVE 1 TO WS-REG-IDX
               PERFORM SCAN-REGISTERED
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                   OR WS-RT-ID(WS-REG-IDX) = WS-PROBE-ID.

           SCAN-REGISTERED.
               ADD 1 TO WS-REG-IDX.

           FIND-ALIAS.
               MOVE 0 TO WS-ALIAS-HIT
               MOVE 1 TO WS-SCAN-IDX
               PERFORM SCAN-ALIAS
                   UNTIL WS-SCAN-IDX > WS-ALIAS-COUNT
                   OR WS-ALIAS-HIT > 0.

           SCAN-ALIAS.
               IF WS-AT-OLD(WS-SCAN-IDX) = WS-PROBE-ID
                   MOVE WS-SCAN-IDX TO WS-ALIAS-HIT
               END-IF
               ADD 1 TO WS-SCAN-IDX.

           FIND-PLAYED.
               MOVE 0 TO WS-PLAYED-HIT
               MOVE 1 TO WS-PLAYED-IDX
               PERFORM SCAN-PLAYED
                   UNTIL WS-PLAYED-IDX > WS-PLAYED-COUNT
                   OR WS-PLAYED-HIT = 1.

           SCAN-PLAYED.
               IF WS-PLAYED-ID(WS-PLAYED-IDX) = WS-PROBE-ID
                   MOVE 1 TO WS-PLAYED-HIT
               END-IF
               ADD 1 TO WS-PLAYED-IDX.

           REPORT-FINDING.
               ADD 1 TO WS-FLAGGED
               ADD 1 TO WS-FINDINGS
               MOVE WS-CHECK-FILE TO WS-FL-FILE
               MOVE WS-FINDING-KEY TO WS-FL-KEY
               MOVE WS-FINDING-TEXT TO WS-FL-TEXT
               MOVE WS-FINDING-LINE TO WS-RPT-LINE
               PERFORM WRITE-REPORT.

           REPORT-FILE-SUMMARY.
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-CHECK-FILE " RECORDS " WS-LINE-COUNT
                   "  FLAGGED " WS-FLAGGED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-LINE-OVER = 1
                   MOVE "  *** TOO BIG TO HOLD WHOLE - CHECKED AS FAR "
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE "      AS THE TABLE GOES, NEVER PURGED"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF
               PERFORM WRITE-REPORT.

           CLAIM-CHECK-FILE.
               MOVE WS-CHECK-FILE TO FLOCK-FILE
               MOVE WS-OPERATOR-ID TO FLOCK-OWNER
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY = "G"
                   MOVE 1 TO WS-FILE-CLAIMED
               ELSE
                   DISPLAY FLOCK-FILE " IS IN USE BY " FLOCK-HOLDER
                       " - NOT CHECKED THIS TIME"
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-CHECK-FILE " IN USE BY " FLOCK-HOLDER
                       " - NOT CHECKED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF.

           RELEASE-CHECK-FILE.
               MOVE WS-CHECK-FILE TO FLOCK-FILE
               MOVE WS-OPERATOR-ID TO FLOCK-OWNER
               MOVE "R" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS.

           WRITE-REPORT.
               MOVE "L" TO RPT-ACTION
               MOVE WS-RPT-LINE TO RPT-DETAIL
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE SPACES TO WS-RPT-LINE.

           CLOSE-REPORT-FILE.
               MOVE "C" TO RPT-ACTION
               CALL "RPTWRITE" USING RPT-PARMS.

           INTEG-EXIT.
               MOVE "INTEGCHK" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
      *    GOBACK rather than STOP RUN - the menu calls the purge
           GOBACK.
       END PROGRAM INTEGCHK.
