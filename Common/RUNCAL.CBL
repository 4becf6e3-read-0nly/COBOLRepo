       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CALENDAR ASSIGN TO "RUNCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT RUN-PLAN ASSIGN TO "RUNPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT STEP-RC-FILE ASSIGN TO "STEPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPRC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CALENDAR.
       01  RUN-CALENDAR-REC PIC X(80).
       FD  RUN-PLAN.
       01  RUN-PLAN-REC PIC X(48).
       FD  STEP-RC-FILE.
       01  STEP-RC-REC PIC X(40).
       LOCAL-STORAGE SECTION.
           01 WS-CAL-STATUS PIC X(2) VALUES "00".
           01 WS-PLAN-STATUS PIC X(2) VALUES "00".
           01 WS-STEPRC-STATUS PIC X(2) VALUES "00".
           01 WS-VERB PIC X(8) VALUES SPACES.
           01 WS-NAME PIC X(8) VALUES SPACES.
           01 WS-DATE-ARG PIC X(8) VALUES SPACES.
           01 WS-EXTRA PIC X(8) VALUES SPACES.
           01 WS-PARM-WORK PIC X(30) VALUES SPACES.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-INT PIC 9(7).
           COPY RUNCAL.
      *    the calendar as loaded - entries in file order, holidays
      *    as day numbers so the walks around them are plain adds
           01 WS-ENTRY-COUNT PIC 9(2) VALUES 0.
           01 WS-ENTRY-TABLE.
               05 WS-ENTRY OCCURS 50 TIMES.
                   10 WS-EN-NAME PIC X(8).
                   10 WS-EN-KIND PIC X(4).
                   10 WS-EN-PROOF PIC X(12).
                   10 WS-EN-RULE PIC X(8).
                   10 WS-EN-HOLACT PIC X(4).
                   10 WS-EN-LAST PIC 9(8).
           01 WS-HOL-COUNT PIC 9(3) VALUES 0.
           01 WS-HOL-TABLE.
               05 WS-HOL-INT PIC 9(7) OCCURS 100 TIMES.
           01 WS-ENT-IDX PIC 9(2).
           01 WS-HOL-IDX PIC 9(3).
           01 WS-LINE-NUM PIC 9(4) VALUES 0.
           01 WS-BAD-LINES PIC 9(3) VALUES 0.
           01 WS-LINE-OK PIC 9(1).
           01 WS-DUE-COUNT PIC 9(3) VALUES 0.
           01 WS-CATCHUP-COUNT PIC 9(3) VALUES 0.
           01 WS-MISSED-COUNT PIC 9(3) VALUES 0.
           01 WS-RC-LINE.
               05 WS-RL-PGM PIC X(12).
               05 FILLER PIC X(1).
               05 WS-RL-RC PIC X(4).
               05 FILLER PIC X(1).
               05 WS-RL-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-RL-TIME PIC X(6).
      *    one day under test - the rule and holiday checks both work
      *    off WS-TEST-INT
           01 WS-TEST-INT PIC 9(7).
           01 WS-TEST-DATE PIC 9(8).
           01 WS-TEST-DATE-X REDEFINES WS-TEST-DATE PIC X(8).
           01 WS-NEXT-DATE PIC 9(8).
           01 WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
               05 FILLER PIC X(6).
               05 WS-NEXT-DD PIC X(2).
           01 WS-DAY-WORK PIC 9(7).
           01 WS-WEEK-QUOT PIC 9(7).
           01 WS-WEEKDAY PIC 9(1).
      *    day number 1 is Monday 1 January 1601
           01 WS-DAY-NAMES PIC X(21)
               VALUES "MONTUEWEDTHUFRISATSUN".
           01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
               05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
           01 WS-RULE-HIT PIC 9(1).
           01 WS-HOL-HIT PIC 9(1).
           01 WS-DUE-INT PIC 9(7).
           01 WS-DUE-HIT PIC 9(1).
           01 WS-WALK-INT PIC 9(7).
           01 WS-WALK-DONE PIC 9(1).
           01 WS-DUE-TONIGHT PIC 9(1).
           01 WS-TONIGHT-HOL PIC 9(1).
           01 WS-LOOK-INT PIC 9(7).
           01 WS-LOOK-STOP PIC 9(7).
           01 WS-LAST-INT PIC 9(7).
           01 WS-PREV-DUE PIC 9(8).
           01 WS-LAST-SHOWN PIC X(8).
           01 WS-PLAN-FOUND PIC 9(1) VALUES 0.
           COPY BATCHRC.
       LINKAGE SECTION.
       01  PARM-REC.
           05 PARM-LEN PIC S9(4) COMP.
           05 PARM-TEXT PIC X(30).

       PROCEDURE DIVISION USING PARM-REC.
           MAIN-LOGIC.
               IF PARM-LEN < 1 OR PARM-LEN > 30
                   DISPLAY "RUNCAL: PARM MUST BE 'PLAN', "
                       "'PLAN YYYYMMDD' OR 'QUERY ENTRYNAME'"
                   MOVE 16 TO RETURN-CODE
                   GO TO CAL-EXIT
               END-IF
               MOVE SPACES TO WS-PARM-WORK
               MOVE PARM-TEXT(1:PARM-LEN) TO WS-PARM-WORK
               UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
                   INTO WS-VERB WS-NAME WS-EXTRA
               EVALUATE WS-VERB
                   WHEN "PLAN"
                       MOVE "RUNCAL" TO BRC-PROGRAM
                       MOVE "S" TO BRC-PHASE
                       CALL "BATCHRC" USING BRC-PARMS
                       MOVE WS-NAME TO WS-DATE-ARG
                       PERFORM MAKE-PLAN THRU MAKE-PLAN-EXIT
                   WHEN "QUERY"
                       IF WS-NAME = SPACES
                           DISPLAY "RUNCAL: QUERY NEEDS AN ENTRY NAME"
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           PERFORM QUERY-ENTRY THRU QUERY-ENTRY-EXIT
                       END-IF
                   WHEN OTHER
                       DISPLAY "RUNCAL: UNKNOWN VERB '" WS-VERB "'"
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
               GO TO CAL-EXIT.

      *    the plan is rewritten empty before anything else, so a
      *    plan run that dies part way holds every periodic job back
      *    tonight instead of leaving last night's plan to be obeyed
           MAKE-PLAN.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               IF WS-DATE-ARG NOT = SPACES
                   IF WS-DATE-ARG IS NOT NUMERIC
                       OR WS-EXTRA NOT = SPACES
                       DISPLAY "RUNCAL: PLAN DATE MUST BE YYYYMMDD"
                       MOVE 16 TO RETURN-CODE
                       GO TO MAKE-PLAN-EXIT
                   END-IF
                   MOVE WS-DATE-ARG TO WS-TEST-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-TEST-DATE) NOT = 0
                       DISPLAY "RUNCAL: PLAN DATE MUST BE YYYYMMDD"
                       MOVE 16 TO RETURN-CODE
                       GO TO MAKE-PLAN-EXIT
                   END-IF
                   MOVE WS-TEST-DATE TO WS-RUN-DATE
               END-IF
               COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               OPEN OUTPUT RUN-PLAN
               IF WS-PLAN-STATUS NOT = "00"
                   DISPLAY "RUNCAL: CANNOT WRITE RUNPLAN.DAT (STATUS "
                       WS-PLAN-STATUS ") - NOTHING PLANNED"
                   MOVE 8 TO RETURN-CODE
                   GO TO MAKE-PLAN-EXIT
               END-IF
               PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT
               IF WS-CAL-STATUS NOT = "00" AND WS-CAL-STATUS NOT = "10"
                   DISPLAY "RUNCAL: NO RUN CALENDAR (RUNCAL.DAT STATUS "
                       WS-CAL-STATUS ") - NOTHING PLANNED"
                   CLOSE RUN-PLAN
                   MOVE 8 TO RETURN-CODE
                   GO TO MAKE-PLAN-EXIT
               END-IF
               PERFORM LOAD-LAST-RUNS THRU LOAD-LAST-RUNS-EXIT
               MOVE WS-RUN-INT TO WS-TEST-INT
               PERFORM FIND-WEEKDAY
               PERFORM TEST-HOLIDAY
               MOVE WS-HOL-HIT TO WS-TONIGHT-HOL
               DISPLAY "=============================================="
               IF WS-TONIGHT-HOL = 1
                   DISPLAY " RUN CALENDAR - PLAN FOR " WS-RUN-DATE " ("
                       WS-DAY-NAME(WS-WEEKDAY) ") - A HOLIDAY"
               ELSE
                   DISPLAY " RUN CALENDAR - PLAN FOR " WS-RUN-DATE " ("
                       WS-DAY-NAME(WS-WEEKDAY) ")"
               END-IF
               DISPLAY "=============================================="
               MOVE 1 TO WS-ENT-IDX
               PERFORM PLAN-ONE-ENTRY THRU PLAN-ONE-ENTRY-EXIT
                   UNTIL WS-ENT-IDX > WS-ENTRY-COUNT
               CLOSE RUN-PLAN
               DISPLAY "=============================================="
               DISPLAY "RUNCAL COMPLETE - ENTRIES: " WS-ENTRY-COUNT
                   " DUE: " WS-DUE-COUNT " CATCHING UP: "
                   WS-CATCHUP-COUNT " MISSED: " WS-MISSED-COUNT
               DISPLAY "=============================================="
      *        a missed run is a warning - the night goes on, and the
      *        catch-up is already in tonight's plan
               IF WS-BAD-LINES > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-MISSED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
           MAKE-PLAN-EXIT.
               EXIT.

      *    a bad line is named and skipped - the rest of the calendar
      *    still plans, and the step ends RC 8 so someone fixes it
           LOAD-CALENDAR.
               OPEN INPUT RUN-CALENDAR
               IF WS-CAL-STATUS NOT = "00"
                   GO TO LOAD-CALENDAR-EXIT
               END-IF.
           LOAD-CALENDAR-LOOP.
               READ RUN-CALENDAR INTO WS-CAL-LINE
                   AT END
                       CLOSE RUN-CALENDAR
                       MOVE "00" TO WS-CAL-STATUS
                       GO TO LOAD-CALENDAR-EXIT
               END-READ
               ADD 1 TO WS-LINE-NUM
               IF WS-CAL-LINE = SPACES OR WS-CAL-LINE(1:1) = "*"
                   GO TO LOAD-CALENDAR-LOOP
               END-IF
               IF WS-CAL-HOL-TAG = "HOLIDAY"
                   PERFORM LOAD-HOLIDAY THRU LOAD-HOLIDAY-EXIT
               ELSE
                   PERFORM LOAD-ENTRY THRU LOAD-ENTRY-EXIT
               END-IF
               GO TO LOAD-CALENDAR-LOOP.
           LOAD-CALENDAR-EXIT.
               EXIT.

           LOAD-HOLIDAY.
               IF WS-CAL-HOL-DATE IS NOT NUMERIC
                   DISPLAY "RUNCAL: LINE " WS-LINE-NUM " HOLIDAY "
                       "DATE MUST BE YYYYMMDD - SKIPPED"
                   ADD 1 TO WS-BAD-LINES
                   GO TO LOAD-HOLIDAY-EXIT
               END-IF
               MOVE WS-CAL-HOL-DATE TO WS-TEST-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TEST-DATE) NOT = 0
                   DISPLAY "RUNCAL: LINE " WS-LINE-NUM " HOLIDAY "
                       WS-CAL-HOL-DATE " IS NOT A DATE - SKIPPED"
                   ADD 1 TO WS-BAD-LINES
                   GO TO LOAD-HOLIDAY-EXIT
               END-IF
               IF WS-HOL-COUNT = 100
                   DISPLAY "RUNCAL: LINE " WS-LINE-NUM " MORE THAN "
                       "100 HOLIDAYS - SKIPPED"
                   ADD 1 TO WS-BAD-LINES
                   GO TO LOAD-HOLIDAY-EXIT
               END-IF
               ADD 1 TO WS-HOL-COUNT
               COMPUTE WS-HOL-INT(WS-HOL-COUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-TEST-DATE).
           LOAD-HOLIDAY-EXIT.
               EXIT.

           LOAD-ENTRY.
               MOVE 1 TO WS-LINE-OK
               IF WS-CAL-NAME = SPACES
                   DISPLAY "RUNCAL: LINE " WS-LINE-NUM " HAS NO "
                       "ENTRY NAME - SKIPPED"
                   GO TO LOAD-ENTRY-BAD
               END-IF
               IF WS-CAL-KIND NOT = "JOB" AND WS-CAL-KIND NOT = "STEP"
                   AND WS-CAL-KIND NOT = "HAND"
                   DISPLAY "RUNCAL: LINE " WS-LINE-NUM " " WS-CAL-NAME
                       " KIND MUST BE JOB, STEP OR HAND - SKIPPED"
                   GO TO LOAD-ENTRY-BAD
               END-IF
               IF WS-CAL-HOLACT = SPACES
                   MOVE "RUN" TO WS-CAL-HOLACT
               END-IF
               IF WS-CAL-HOLACT NOT = "RUN" AND
                   WS-CAL-HOLACT NOT = "SKIP" AND
                   WS-CAL-HOLACT NOT = "NEXT" AND
                   WS-CAL-HOLACT NOT = "PREV"
                   DISPLAY "RUNCAL: LINE " WS-LINE-NUM " " WS-CAL-NAME
                       " HOLIDAY ACTION MUST BE RUN, SKIP, NEXT OR "
                       "PREV - SKIPPED"
                   GO TO LOAD-ENTRY-BAD
               END-IF
               PERFORM CHECK-RULE
               IF WS-LINE-OK = 0
                   DISPLAY "RUNCAL: LINE " WS-LINE-NUM " " WS-CAL-NAME
                       " RULE '" WS-CAL-RULE "' IS NOT A DAY NAME, "
                       "DAILY, MONTHEND, DAYNN OR A DATE - SKIPPED"
                   GO TO LOAD-ENTRY-BAD
               END-IF
               IF WS-ENTRY-COUNT = 50
                   DISPLAY "RUNCAL: LINE " WS-LINE-NUM " MORE THAN "
                       "50 ENTRIES - SKIPPED"
                   GO TO LOAD-ENTRY-BAD
               END-IF
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-CAL-NAME TO WS-EN-NAME(WS-ENTRY-COUNT)
               MOVE WS-CAL-KIND TO WS-EN-KIND(WS-ENTRY-COUNT)
      *        an entry with no proving program is proved by a
      *        program of its own name
               IF WS-CAL-PROOF = SPACES
                   MOVE WS-CAL-NAME TO WS-EN-PROOF(WS-ENTRY-COUNT)
               ELSE
                   MOVE WS-CAL-PROOF TO WS-EN-PROOF(WS-ENTRY-COUNT)
               END-IF
               MOVE WS-CAL-RULE TO WS-EN-RULE(WS-ENTRY-COUNT)
               MOVE WS-CAL-HOLACT TO WS-EN-HOLACT(WS-ENTRY-COUNT)
               MOVE 0 TO WS-EN-LAST(WS-ENTRY-COUNT)
               GO TO LOAD-ENTRY-EXIT.
           LOAD-ENTRY-BAD.
               ADD 1 TO WS-BAD-LINES.
           LOAD-ENTRY-EXIT.
               EXIT.

           CHECK-RULE.
               EVALUATE TRUE
                   WHEN WS-CAL-RULE = "DAILY"
                   WHEN WS-CAL-RULE = "MONTHEND"
                       CONTINUE
                   WHEN WS-CAL-RULE(1:3) = "DAY"
                       IF WS-CAL-RULE(4:2) IS NOT NUMERIC
                           OR WS-CAL-RULE(4:2) < "01"
                           OR WS-CAL-RULE(4:2) > "31"
                           OR WS-CAL-RULE(6:3) NOT = SPACES
                           MOVE 0 TO WS-LINE-OK
                       END-IF
                   WHEN WS-CAL-RULE IS NUMERIC
                       MOVE WS-CAL-RULE TO WS-TEST-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-TEST-DATE)
                           NOT = 0
                           MOVE 0 TO WS-LINE-OK
                       END-IF
                   WHEN OTHER
                       IF WS-CAL-RULE(4:5) NOT = SPACES
                           MOVE 0 TO WS-LINE-OK
                       ELSE
                           MOVE 0 TO WS-LINE-OK
                           MOVE 1 TO WS-WEEKDAY
                           PERFORM MATCH-DAY-NAME
                               UNTIL WS-WEEKDAY > 7 OR WS-LINE-OK = 1
                       END-IF
               END-EVALUATE.

           MATCH-DAY-NAME.
               IF WS-DAY-NAME(WS-WEEKDAY) = WS-CAL-RULE(1:3)
                   MOVE 1 TO WS-LINE-OK
               ELSE
                   ADD 1 TO WS-WEEKDAY
               END-IF.

      *    the last clean end each proving program journaled through
      *    BATCHRC - a nonzero end never counts as having run
           LOAD-LAST-RUNS.
               OPEN INPUT STEP-RC-FILE
               IF WS-STEPRC-STATUS NOT = "00"
                   GO TO LOAD-LAST-RUNS-EXIT
               END-IF.
           LOAD-LAST-RUNS-LOOP.
               READ STEP-RC-FILE INTO WS-RC-LINE
                   AT END
                       CLOSE STEP-RC-FILE
                       GO TO LOAD-LAST-RUNS-EXIT
               END-READ
               IF WS-RL-RC NOT = "0000" OR WS-RL-DATE IS NOT NUMERIC
                   GO TO LOAD-LAST-RUNS-LOOP
               END-IF
               MOVE 1 TO WS-ENT-IDX
               PERFORM NOTE-LAST-RUN
                   UNTIL WS-ENT-IDX > WS-ENTRY-COUNT
               GO TO LOAD-LAST-RUNS-LOOP.
           LOAD-LAST-RUNS-EXIT.
               EXIT.

           NOTE-LAST-RUN.
               IF WS-EN-PROOF(WS-ENT-IDX) = WS-RL-PGM
                   AND WS-RL-DATE > WS-EN-LAST(WS-ENT-IDX)
                   MOVE WS-RL-DATE TO WS-EN-LAST(WS-ENT-IDX)
               END-IF
               ADD 1 TO WS-ENT-IDX.

      *    an entry is due tonight when tonight satisfies its rule
      *    (after the holiday shift); it is overdue when an earlier
      *    due date has come and gone since its last clean run. the
      *    look back stops at that run, or a year and a month ago
           PLAN-ONE-ENTRY.
               MOVE WS-RUN-INT TO WS-DUE-INT
               PERFORM CHECK-DUE THRU CHECK-DUE-EXIT
               MOVE WS-DUE-HIT TO WS-DUE-TONIGHT
               MOVE 0 TO WS-PREV-DUE
               COMPUTE WS-LOOK-INT = WS-RUN-INT - 1
               COMPUTE WS-LOOK-STOP = WS-RUN-INT - 401
               IF WS-EN-LAST(WS-ENT-IDX) > 0
                   COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(
                       WS-EN-LAST(WS-ENT-IDX))
                   IF WS-LAST-INT > WS-LOOK-STOP
                       MOVE WS-LAST-INT TO WS-LOOK-STOP
                   END-IF
               END-IF
               PERFORM LOOK-BACK-ONE
                   UNTIL WS-LOOK-INT NOT > WS-LOOK-STOP
                   OR WS-PREV-DUE > 0
               MOVE WS-RUN-DATE TO WS-PLAN-DATE
               MOVE WS-EN-NAME(WS-ENT-IDX) TO WS-PLAN-NAME
               MOVE WS-EN-KIND(WS-ENT-IDX) TO WS-PLAN-KIND
               MOVE WS-EN-LAST(WS-ENT-IDX) TO WS-PLAN-LAST
               MOVE 0 TO WS-PLAN-DUE
               EVALUATE TRUE
                   WHEN WS-DUE-TONIGHT = 1
                       AND WS-EN-LAST(WS-ENT-IDX) NOT < WS-RUN-DATE
                       MOVE "DONE" TO WS-PLAN-STATE
                       MOVE WS-RUN-DATE TO WS-PLAN-DUE
                   WHEN WS-DUE-TONIGHT = 1
                       MOVE "DUE" TO WS-PLAN-STATE
                       MOVE WS-RUN-DATE TO WS-PLAN-DUE
                       ADD 1 TO WS-DUE-COUNT
                   WHEN WS-PREV-DUE > 0
                       AND WS-EN-KIND(WS-ENT-IDX) = "HAND"
                       MOVE "MISSED" TO WS-PLAN-STATE
                       MOVE WS-PREV-DUE TO WS-PLAN-DUE
      *            a catch-up keeps the entry's own holiday action -
      *            it waits for a working night unless it runs anyway
                   WHEN WS-PREV-DUE > 0
                       AND WS-TONIGHT-HOL = 1
                       AND WS-EN-HOLACT(WS-ENT-IDX) NOT = "RUN"
                       MOVE "HELD" TO WS-PLAN-STATE
                       MOVE WS-PREV-DUE TO WS-PLAN-DUE
                   WHEN WS-PREV-DUE > 0
                       MOVE "CATCHUP" TO WS-PLAN-STATE
                       MOVE WS-PREV-DUE TO WS-PLAN-DUE
                       ADD 1 TO WS-CATCHUP-COUNT
                   WHEN OTHER
                       MOVE "HELD" TO WS-PLAN-STATE
               END-EVALUATE
               IF WS-EN-LAST(WS-ENT-IDX) = 0
                   MOVE "NEVER" TO WS-LAST-SHOWN
               ELSE
                   MOVE WS-EN-LAST(WS-ENT-IDX) TO WS-LAST-SHOWN
               END-IF
               DISPLAY "  " WS-PLAN-NAME " " WS-PLAN-KIND " "
                   WS-PLAN-STATE " " WS-EN-RULE(WS-ENT-IDX) " "
                   WS-EN-HOLACT(WS-ENT-IDX) " LAST CLEAN RUN "
                   WS-LAST-SHOWN
               IF WS-PREV-DUE > 0
                   ADD 1 TO WS-MISSED-COUNT
                   DISPLAY "    *** MISSED - DUE " WS-PREV-DUE
                       " AND NOT RUN CLEAN SINCE"
               END-IF
               IF WS-EN-KIND(WS-ENT-IDX) = "HAND"
                   AND (WS-PLAN-STATE = "DUE" OR
                   WS-PLAN-STATE = "MISSED")
                   DISPLAY "    *** RUN " WS-EN-PROOF(WS-ENT-IDX)
                       " BY HAND - IT IS NOT SUBMITTED"
               END-IF
               IF WS-PREV-DUE > 0 AND WS-PLAN-STATE = "HELD"
                   DISPLAY "    *** CATCH-UP WAITS - TONIGHT IS A "
                       "HOLIDAY"
               END-IF
               MOVE WS-PLAN-LINE TO RUN-PLAN-REC
               WRITE RUN-PLAN-REC
               IF WS-PLAN-STATUS NOT = "00"
                   DISPLAY "RUNCAL: COULD NOT WRITE THE PLAN FOR "
                       WS-PLAN-NAME " (STATUS " WS-PLAN-STATUS ")"
                   MOVE 1 TO WS-BAD-LINES
               END-IF
               ADD 1 TO WS-ENT-IDX.
           PLAN-ONE-ENTRY-EXIT.
               EXIT.

           LOOK-BACK-ONE.
               MOVE WS-LOOK-INT TO WS-DUE-INT
               PERFORM CHECK-DUE THRU CHECK-DUE-EXIT
               IF WS-DUE-HIT = 1
                   COMPUTE WS-PREV-DUE =
                       FUNCTION DATE-OF-INTEGER(WS-LOOK-INT)
               END-IF
               SUBTRACT 1 FROM WS-LOOK-INT.

      *    whether the entry falls due on day WS-DUE-INT. a holiday
      *    only runs what says RUN; NEXT moves a holiday's run on to
      *    the first working day after the holiday (or run of them),
      *    PREV back to the last working day before
           CHECK-DUE.
               MOVE 0 TO WS-DUE-HIT
               MOVE WS-DUE-INT TO WS-TEST-INT
               PERFORM TEST-HOLIDAY
               IF WS-HOL-HIT = 1
                   IF WS-EN-HOLACT(WS-ENT-IDX) = "RUN"
                       PERFORM TEST-RULE
                       MOVE WS-RULE-HIT TO WS-DUE-HIT
                   END-IF
                   GO TO CHECK-DUE-EXIT
               END-IF
               PERFORM TEST-RULE
               IF WS-RULE-HIT = 1
                   MOVE 1 TO WS-DUE-HIT
                   GO TO CHECK-DUE-EXIT
               END-IF
               MOVE WS-DUE-INT TO WS-WALK-INT
               MOVE 0 TO WS-WALK-DONE
               IF WS-EN-HOLACT(WS-ENT-IDX) = "NEXT"
                   PERFORM WALK-BACK-ONE
                       UNTIL WS-WALK-DONE = 1
               END-IF
               IF WS-EN-HOLACT(WS-ENT-IDX) = "PREV"
                   PERFORM WALK-ON-ONE
                       UNTIL WS-WALK-DONE = 1
               END-IF.
           CHECK-DUE-EXIT.
               EXIT.

           WALK-BACK-ONE.
               SUBTRACT 1 FROM WS-WALK-INT
               PERFORM WALK-TEST-DAY.

           WALK-ON-ONE.
               ADD 1 TO WS-WALK-INT
               PERFORM WALK-TEST-DAY.

      *    the walk ends at the first working day - only a rule day
      *    that fell on one of the holidays in between moves here
           WALK-TEST-DAY.
               MOVE WS-WALK-INT TO WS-TEST-INT
               PERFORM TEST-HOLIDAY
               IF WS-HOL-HIT = 0
                   MOVE 1 TO WS-WALK-DONE
               ELSE
                   PERFORM TEST-RULE
                   IF WS-RULE-HIT = 1
                       MOVE 1 TO WS-DUE-HIT
                       MOVE 1 TO WS-WALK-DONE
                   END-IF
               END-IF.

           TEST-HOLIDAY.
               MOVE 0 TO WS-HOL-HIT
               MOVE 1 TO WS-HOL-IDX
               PERFORM MATCH-HOLIDAY
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT OR WS-HOL-HIT = 1.

           MATCH-HOLIDAY.
               IF WS-HOL-INT(WS-HOL-IDX) = WS-TEST-INT
                   MOVE 1 TO WS-HOL-HIT
               END-IF
               ADD 1 TO WS-HOL-IDX.

           TEST-RULE.
               MOVE 0 TO WS-RULE-HIT
               COMPUTE WS-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
               EVALUATE TRUE
                   WHEN WS-EN-RULE(WS-ENT-IDX) = "DAILY"
                       MOVE 1 TO WS-RULE-HIT
                   WHEN WS-EN-RULE(WS-ENT-IDX) = "MONTHEND"
                       COMPUTE WS-NEXT-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-TEST-INT + 1)
                       IF WS-NEXT-DD = "01"
                           MOVE 1 TO WS-RULE-HIT
                       END-IF
                   WHEN WS-EN-RULE(WS-ENT-IDX)(1:3) = "DAY"
                       IF WS-EN-RULE(WS-ENT-IDX)(4:2) =
                           WS-TEST-DATE-X(7:2)
                           MOVE 1 TO WS-RULE-HIT
                       END-IF
                   WHEN WS-EN-RULE(WS-ENT-IDX) IS NUMERIC
                       IF WS-EN-RULE(WS-ENT-IDX) = WS-TEST-DATE-X
                           MOVE 1 TO WS-RULE-HIT
                       END-IF
                   WHEN OTHER
                       PERFORM FIND-WEEKDAY
                       IF WS-DAY-NAME(WS-WEEKDAY) =
                           WS-EN-RULE(WS-ENT-IDX)(1:3)
                           MOVE 1 TO WS-RULE-HIT
                       END-IF
               END-EVALUATE.

           FIND-WEEKDAY.
               COMPUTE WS-DAY-WORK = WS-TEST-INT - 1
               DIVIDE WS-DAY-WORK BY 7 GIVING WS-WEEK-QUOT
                   REMAINDER WS-WEEKDAY
               ADD 1 TO WS-WEEKDAY.

      *    return code 4 tells the JCL the entry is not due tonight -
      *    its COND bypasses the step or the job submission. no plan,
      *    or no line for the entry, holds it back too
           QUERY-ENTRY.
               MOVE 0 TO WS-PLAN-FOUND
               OPEN INPUT RUN-PLAN
               IF WS-PLAN-STATUS NOT = "00"
                   DISPLAY "RUNCAL: NO PLAN FOR TONIGHT - " WS-NAME
                       " HELD"
                   MOVE 4 TO RETURN-CODE
                   GO TO QUERY-ENTRY-EXIT
               END-IF.
           QUERY-ENTRY-LOOP.
               READ RUN-PLAN INTO WS-PLAN-LINE
                   AT END
                       CLOSE RUN-PLAN
                       GO TO QUERY-ENTRY-ANSWER
               END-READ
               IF WS-PLAN-NAME NOT = WS-NAME
                   GO TO QUERY-ENTRY-LOOP
               END-IF
               MOVE 1 TO WS-PLAN-FOUND
               CLOSE RUN-PLAN.
           QUERY-ENTRY-ANSWER.
               IF WS-PLAN-FOUND = 0
                   DISPLAY "RUNCAL: " WS-NAME " IS NOT IN TONIGHT'S "
                       "PLAN - HELD"
                   MOVE 4 TO RETURN-CODE
                   GO TO QUERY-ENTRY-EXIT
               END-IF
               EVALUATE WS-PLAN-STATE
                   WHEN "DUE"
                       DISPLAY "RUNCAL: " WS-NAME " DUE " WS-PLAN-DATE
                           " - WILL RUN"
                   WHEN "CATCHUP"
                       DISPLAY "RUNCAL: " WS-NAME " MISSED ON "
                           WS-PLAN-DUE " - CATCHING UP TONIGHT"
                   WHEN "DONE"
                       DISPLAY "RUNCAL: " WS-NAME " ALREADY RAN CLEAN "
                           WS-PLAN-LAST " - HELD"
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "RUNCAL: " WS-NAME " NOT DUE TONIGHT ("
                           WS-PLAN-STATE ") - HELD"
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE.
           QUERY-ENTRY-EXIT.
               EXIT.

      *    only the plan is journaled - a query's 4 is a decision,
      *    not a failure, and would bury the plan's own code
           CAL-EXIT.
               IF WS-VERB = "PLAN"
                   MOVE "RUNCAL" TO BRC-PROGRAM
                   MOVE RETURN-CODE TO BRC-RC
                   MOVE "E" TO BRC-PHASE
                   CALL "BATCHRC" USING BRC-PARMS
               END-IF
           GOBACK.
       END PROGRAM RUNCAL.
