           SELECT STEP-RC-FILE ASSIGN TO "STEPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPRC-STATUS.
           SELECT RUN-PLAN ASSIGN TO "RUNPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-CONTROL.
       FD  ARCH-CONTROL.
       01  ARCH-CONTROL-REC PIC X(30).
       FD  RUN-HISTORY.
       01  RUN-HISTORY-REC PIC X(80).
       FD  STEP-RC-FILE.
       01  STEP-RC-REC PIC X(40).
       FD  RUN-PLAN.
       01  RUN-PLAN-REC PIC X(48).
       LOCAL-STORAGE SECTION.
           01 WS-CTL-STATUS PIC X(2) VALUES "00".
           01 WS-ERRLOG-STATUS PIC X(2) VALUES "00".
                   VALUES "STEP010 MAINPGM     N".
               05 FILLER PIC X(22)
                   VALUES "STEP012 LEVELCHK    N".
               05 FILLER PIC X(22)
                   VALUES "STEP013 LEVELBOT    N".
               05 FILLER PIC X(22)
                   VALUES "STEP014 HISTCHK     N".
               05 FILLER PIC X(22)
                   VALUES "STEP015 CTLBAL      N".
               05 FILLER PIC X(22)
                   VALUES "STEP020 MFBITOPS    J".
               05 FILLER PIC X(22)
                   VALUES "STEP021 TTTPOSCK    N".
               05 FILLER PIC X(22)
                   VALUES "STEP022 TTTSIM      J".
               05 FILLER PIC X(22)
                   VALUES "STEP025 TTTRECON    J".
               05 FILLER PIC X(22)
                   VALUES "STEP026 TTTGRADE    N".
               05 FILLER PIC X(22)
                   VALUES "STEP027 TTTSCRN     N".
               05 FILLER PIC X(22)
                   VALUES "STEP028 ERRTRIAGE   N".
               05 FILLER PIC X(22)
                   VALUES "STEP040 SCRNTEST    J".
               05 FILLER PIC X(22)
                   VALUES "STEP045 DATAEXTR    N".
               05 FILLER PIC X(22)
                   VALUES "STEP046 RUNTREND    N".
               05 FILLER PIC X(22)
                   VALUES "STEP047 INTEGCHK    N".
           01 WS-STEP-GRID REDEFINES WS-STEP-TABLE.
               05 WS-STEP-ENTRY OCCURS 18 TIMES.
                   10 WS-ST-NAME PIC X(8).
                   10 WS-ST-PGM PIC X(12).
                   10 WS-ST-JOURNALED PIC X(1).
                   10 FILLER PIC X(1).
           01 WS-STEP-DONE-FLAGS.
               05 WS-ST-DONE PIC 9(1) OCCURS 18 TIMES.
      *    the return code each program journaled through BATCHRC
      *    today - this is where "what code did the failing step
      *    give" comes from, since a failed step never MARKs
           01 WS-STEPRC-STATUS PIC X(2) VALUES "00".
           01 WS-STEP-RC-FLAGS.
               05 WS-ST-RC-ENTRY OCCURS 18 TIMES.
                   10 WS-ST-RC-SEEN PIC 9(1).
                   10 WS-ST-RC PIC 9(4).
           01 WS-RC-LINE.
           01 WS-RUNH-LAST-DATE PIC X(8) VALUES SPACES.
           01 WS-RUNH-SHOWN PIC 9(2) VALUES 0.
           01 WS-TODAY-STATE PIC X(20) VALUES SPACES.
      *    the run calendar's plan for the last night planned
           01 WS-PLAN-STATUS PIC X(2) VALUES "00".
           COPY RUNCAL.
      *    step timings off the run history - the last cycle on file
      *    against each program's earlier runs, newest norm-runs kept
      *    round a ring per program
           COPY RUNHIST.
           COPY BATCHWIN.
           01 WS-LAST-CYCLE PIC 9(8) VALUES 0.
           01 WS-TIME-PGMS PIC 9(2) VALUES 0.
           01 WS-TIME-TABLE.
               05 WS-TP-ENTRY OCCURS 30 TIMES.
                   10 WS-TP-PGM PIC X(12).
                   10 WS-TP-COUNT PIC 9(2).
                   10 WS-TP-NEXT PIC 9(2).
                   10 WS-TP-RING PIC 9(6) OCCURS 30 TIMES.
                   10 WS-TP-LAST-SEEN PIC 9(1).
                   10 WS-TP-LAST-EL PIC 9(6).
           01 WS-TP-IDX PIC 9(2).
           01 WS-TP-FOUND PIC 9(2).
           01 WS-RING-IDX PIC 9(2).
           01 WS-RING-SUM PIC 9(9).
           01 WS-NORM PIC 9(6).
           01 WS-SLOW-LIMIT PIC 9(9).
           01 WS-HMS PIC 9(6).
           01 WS-HMS-PARTS REDEFINES WS-HMS.
               05 WS-HMS-HH PIC 9(2).
               05 WS-HMS-MM PIC 9(2).
               05 WS-HMS-SS PIC 9(2).
           01 WS-STEP-START-SECS PIC 9(12).
           01 WS-STEP-END-SECS PIC 9(12).
           01 WS-CYCLE-START-SECS PIC 9(12) VALUES 0.
           01 WS-CYCLE-END-SECS PIC 9(12) VALUES 0.
           01 WS-CYCLE-START-DATE PIC 9(8).
           01 WS-CYCLE-START-TIME PIC 9(6).
           01 WS-CLOSE-SECS PIC 9(12).
           01 WS-CYCLE-ELAPSED PIC 9(6).
           01 WS-WINDOW-WARNINGS PIC 9(2) VALUES 0.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               PERFORM LOAD-JOURNAL THRU LOAD-JOURNAL-EXIT
               PERFORM LOAD-STEP-RCS THRU LOAD-STEP-RCS-EXIT
               PERFORM SHOW-STEPS
               PERFORM SHOW-WINDOW THRU SHOW-WINDOW-EXIT
               PERFORM SHOW-RUN-PLAN THRU SHOW-PLAN-EXIT
               PERFORM SHOW-ARCHIVE-STATE THRU SHOW-ARCH-EXIT
               PERFORM SHOW-TODAYS-ERRORS THRU SHOW-ERRORS-EXIT
               PERFORM NOTE-RUN-HISTORY THRU NOTE-RUNH-EXIT
           LOAD-JOURNAL.
               MOVE 1 TO WS-STEP-IDX
               PERFORM CLEAR-DONE-FLAG
                   UNTIL WS-STEP-IDX > 18
               OPEN INPUT BATCH-CONTROL
               IF WS-CTL-STATUS NOT = "00"
                   GO TO LOAD-JOURNAL-EXIT
                   MOVE 1 TO WS-ANY-DONE
                   MOVE 1 TO WS-STEP-IDX
                   PERFORM MARK-DONE-FLAG
                       UNTIL WS-STEP-IDX > 18
               END-IF
               GO TO LOAD-JOURNAL-LOOP.
           LOAD-JOURNAL-EXIT.
               END-IF
               MOVE 1 TO WS-STEP-IDX
               PERFORM NOTE-ONE-RC
                   UNTIL WS-STEP-IDX > 18
               GO TO LOAD-STEP-RCS-LOOP.
           LOAD-STEP-RCS-EXIT.
               EXIT.
               MOVE SPACES TO WS-STOPPED-RC
               MOVE 1 TO WS-STEP-IDX
               PERFORM SHOW-ONE-STEP
                   UNTIL WS-STEP-IDX > 18
               IF WS-ANY-DONE = 1 AND WS-STOPPED-AT NOT = SPACES
                   IF WS-STOPPED-RC NOT = SPACES
                       DISPLAY "  RUN STOPPED AT OR BEFORE "
               END-IF
               ADD 1 TO WS-STEP-IDX.

      *    the periodic jobs the night was to submit, and anything
      *    the calendar says fell due and never ran
           SHOW-RUN-PLAN.
               DISPLAY "RUN CALENDAR PLAN (RUNPLAN.DAT):"
               OPEN INPUT RUN-PLAN
               IF WS-PLAN-STATUS NOT = "00"
                   DISPLAY "  NO PLAN ON FILE"
                   GO TO SHOW-PLAN-EXIT
               END-IF.
           SHOW-PLAN-LOOP.
               READ RUN-PLAN INTO WS-PLAN-LINE
                   AT END
                       CLOSE RUN-PLAN
                       GO TO SHOW-PLAN-EXIT
               END-READ
               EVALUATE WS-PLAN-STATE
                   WHEN "DUE"
                   WHEN "DONE"
                       DISPLAY "  " WS-PLAN-NAME " " WS-PLAN-KIND " "
                           WS-PLAN-STATE " FOR " WS-PLAN-DATE
                   WHEN "CATCHUP"
                   WHEN "MISSED"
                       DISPLAY "  " WS-PLAN-NAME " " WS-PLAN-KIND " "
                           WS-PLAN-STATE " FOR " WS-PLAN-DATE
                           " - MISSED ITS RUN DUE " WS-PLAN-DUE
                   WHEN OTHER
                       IF WS-PLAN-DUE NOT = 0
                           DISPLAY "  " WS-PLAN-NAME " " WS-PLAN-KIND
                               " HELD FOR " WS-PLAN-DATE " - MISSED "
                               "ITS RUN DUE " WS-PLAN-DUE
                       ELSE
                           DISPLAY "  " WS-PLAN-NAME " " WS-PLAN-KIND
                               " NOT DUE " WS-PLAN-DATE
                       END-IF
               END-EVALUATE
               GO TO SHOW-PLAN-LOOP.
           SHOW-PLAN-EXIT.
               EXIT.

      *    the last cycle's step times from the run history: when
      *    it started and finished against the window close, and any
      *    step that took well beyond its norm. RUNTREND prints the
      *    full thirty-run picture
           SHOW-WINDOW.
               DISPLAY "BATCH WINDOW (RUNHIST.DAT STEP TIMES):"
               OPEN INPUT RUN-HISTORY
               IF WS-RUNH-STATUS NOT = "00"
                   DISPLAY "  NO STEP TIMES ON FILE"
                   GO TO SHOW-WINDOW-EXIT
               END-IF
               PERFORM FIND-LAST-CYCLE THRU FIND-LAST-CYCLE-EXIT
               CLOSE RUN-HISTORY
               IF WS-LAST-CYCLE = 0
                   DISPLAY "  NO STEP TIMES ON FILE"
                   GO TO SHOW-WINDOW-EXIT
               END-IF
               OPEN INPUT RUN-HISTORY
               PERFORM LOAD-TIMINGS THRU LOAD-TIMINGS-EXIT
               CLOSE RUN-HISTORY
               COMPUTE WS-CYCLE-ELAPSED =
                   WS-CYCLE-END-SECS - WS-CYCLE-START-SECS
               DISPLAY "  CYCLE " WS-LAST-CYCLE " STARTED "
                   WS-CYCLE-START-DATE " " WS-CYCLE-START-TIME
                   " - " WS-CYCLE-ELAPSED " SECONDS START TO FINISH"
      *        the window closes at the first close time after the
      *        cycle's first step started
               MOVE BWIN-CLOSE-TIME TO WS-HMS
               COMPUTE WS-CLOSE-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-START-DATE)
                   * 86400 + WS-HMS-HH * 3600 + WS-HMS-MM * 60
                   + WS-HMS-SS
               IF WS-CYCLE-START-TIME NOT < BWIN-CLOSE-TIME
                   ADD 86400 TO WS-CLOSE-SECS
               END-IF
               IF WS-CYCLE-END-SECS > WS-CLOSE-SECS
                   ADD 1 TO WS-WINDOW-WARNINGS
                   COMPUTE WS-CYCLE-ELAPSED =
                       WS-CYCLE-END-SECS - WS-CLOSE-SECS
                   DISPLAY "  *** WARNING - THE RUN OVERRAN ITS WINDOW "
                       "BY " WS-CYCLE-ELAPSED " SECONDS (MUST END BY "
                       BWIN-CLOSE-TIME ")"
               END-IF
               MOVE 1 TO WS-TP-IDX
               PERFORM CHECK-STEP-NORM
                   UNTIL WS-TP-IDX > WS-TIME-PGMS
               IF WS-WINDOW-WARNINGS = 0
                   DISPLAY "  WITHIN THE WINDOW - NO STEP WELL BEYOND "
                       "ITS NORM"
               END-IF.
           SHOW-WINDOW-EXIT.
               EXIT.

           FIND-LAST-CYCLE.
               READ RUN-HISTORY INTO WS-RHT-LINE
                   AT END
                       GO TO FIND-LAST-CYCLE-EXIT
               END-READ
               IF WS-RHT-TAG = "STEP" AND WS-RHT-DATE IS NUMERIC
                   AND WS-RHT-DATE > WS-LAST-CYCLE
                   MOVE WS-RHT-DATE TO WS-LAST-CYCLE
               END-IF
               GO TO FIND-LAST-CYCLE.
           FIND-LAST-CYCLE-EXIT.
               EXIT.

      *    earlier cycles feed each program's ring; the last cycle's
      *    own times are held apart to be judged against it - a rerun
      *    in the cycle replaces the failed attempt
           LOAD-TIMINGS.
               READ RUN-HISTORY INTO WS-RHT-LINE
                   AT END
                       GO TO LOAD-TIMINGS-EXIT
               END-READ
               IF WS-RHT-TAG NOT = "STEP" OR WS-RHT-DATE IS NOT NUMERIC
                   OR WS-RHT-ELAPSED IS NOT NUMERIC
                   GO TO LOAD-TIMINGS
               END-IF
               IF WS-RHT-DATE > WS-LAST-CYCLE
                   GO TO LOAD-TIMINGS
               END-IF
               PERFORM FIND-TIME-PGM
               IF WS-TP-FOUND = 0
                   GO TO LOAD-TIMINGS
               END-IF
               IF WS-RHT-DATE < WS-LAST-CYCLE
                   MOVE WS-TP-NEXT(WS-TP-FOUND) TO WS-RING-IDX
                   MOVE WS-RHT-ELAPSED
                       TO WS-TP-RING(WS-TP-FOUND, WS-RING-IDX)
                   IF WS-TP-COUNT(WS-TP-FOUND) < BWIN-NORM-RUNS
                       ADD 1 TO WS-TP-COUNT(WS-TP-FOUND)
                   END-IF
                   ADD 1 TO WS-TP-NEXT(WS-TP-FOUND)
                   IF WS-TP-NEXT(WS-TP-FOUND) > BWIN-NORM-RUNS
                       MOVE 1 TO WS-TP-NEXT(WS-TP-FOUND)
                   END-IF
                   GO TO LOAD-TIMINGS
               END-IF
               MOVE 1 TO WS-TP-LAST-SEEN(WS-TP-FOUND)
               MOVE WS-RHT-ELAPSED TO WS-TP-LAST-EL(WS-TP-FOUND)
               MOVE WS-RHT-START-TIME TO WS-HMS
               COMPUTE WS-STEP-START-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-RHT-START-DATE)
                   * 86400 + WS-HMS-HH * 3600 + WS-HMS-MM * 60
                   + WS-HMS-SS
               COMPUTE WS-STEP-END-SECS =
                   WS-STEP-START-SECS + WS-RHT-ELAPSED
               IF WS-CYCLE-START-SECS = 0
                   OR WS-STEP-START-SECS < WS-CYCLE-START-SECS
                   MOVE WS-STEP-START-SECS TO WS-CYCLE-START-SECS
                   MOVE WS-RHT-START-DATE TO WS-CYCLE-START-DATE
                   MOVE WS-RHT-START-TIME TO WS-CYCLE-START-TIME
               END-IF
               IF WS-STEP-END-SECS > WS-CYCLE-END-SECS
                   MOVE WS-STEP-END-SECS TO WS-CYCLE-END-SECS
               END-IF
               GO TO LOAD-TIMINGS.
           LOAD-TIMINGS-EXIT.
               EXIT.

           FIND-TIME-PGM.
               MOVE 0 TO WS-TP-FOUND
               MOVE 1 TO WS-TP-IDX
               PERFORM MATCH-TIME-PGM
                   UNTIL WS-TP-IDX > WS-TIME-PGMS OR WS-TP-FOUND > 0
               IF WS-TP-FOUND = 0 AND WS-TIME-PGMS < 30
                   ADD 1 TO WS-TIME-PGMS
                   MOVE WS-TIME-PGMS TO WS-TP-FOUND
                   MOVE WS-RHT-PGM TO WS-TP-PGM(WS-TP-FOUND)
                   MOVE 0 TO WS-TP-COUNT(WS-TP-FOUND)
                   MOVE 1 TO WS-TP-NEXT(WS-TP-FOUND)
                   MOVE 0 TO WS-TP-LAST-SEEN(WS-TP-FOUND)
                   MOVE 0 TO WS-TP-LAST-EL(WS-TP-FOUND)
               END-IF.

           MATCH-TIME-PGM.
               IF WS-TP-PGM(WS-TP-IDX) = WS-RHT-PGM
                   MOVE WS-TP-IDX TO WS-TP-FOUND
               END-IF
               ADD 1 TO WS-TP-IDX.

           CHECK-STEP-NORM.
               IF WS-TP-LAST-SEEN(WS-TP-IDX) = 1
                   AND WS-TP-COUNT(WS-TP-IDX) NOT < BWIN-MIN-RUNS
                   MOVE 0 TO WS-RING-SUM
                   MOVE 1 TO WS-RING-IDX
                   PERFORM ADD-RING-ENTRY
                       UNTIL WS-RING-IDX > WS-TP-COUNT(WS-TP-IDX)
                   COMPUTE WS-NORM =
                       WS-RING-SUM / WS-TP-COUNT(WS-TP-IDX)
                   COMPUTE WS-SLOW-LIMIT =
                       (WS-NORM * BWIN-SLOW-PCT) / 100
                   IF WS-TP-LAST-EL(WS-TP-IDX) > WS-SLOW-LIMIT
                       AND WS-TP-LAST-EL(WS-TP-IDX) NOT <
                       WS-NORM + BWIN-SLOW-FLOOR
                       ADD 1 TO WS-WINDOW-WARNINGS
                       DISPLAY "  *** WARNING - " WS-TP-PGM(WS-TP-IDX)
                           " TOOK " WS-TP-LAST-EL(WS-TP-IDX)
                           " SECONDS AGAINST A NORM OF " WS-NORM
                   END-IF
               END-IF
               ADD 1 TO WS-TP-IDX.

           ADD-RING-ENTRY.
               ADD WS-TP-RING(WS-TP-IDX, WS-RING-IDX) TO WS-RING-SUM
               ADD 1 TO WS-RING-IDX.

           SHOW-ARCHIVE-STATE.
               DISPLAY "ARCHIVE ROLL STATE (ARCHCTL.DAT):"
               MOVE 0 TO WS-ARCH-OPEN
                   AT END
                       GO TO FIND-LAST-RUNH-EXIT
               END-READ
               IF WS-RH-STATE(1:5) = "STEP "
                   GO TO FIND-LAST-RUNH
               END-IF
               MOVE WS-RH-DATE TO WS-RUNH-LAST-DATE
               GO TO FIND-LAST-RUNH.
           FIND-LAST-RUNH-EXIT.
                       CLOSE RUN-HISTORY
                       GO TO SHOW-RUNH-EXIT
               END-READ
               IF WS-RH-STATE(1:5) = "STEP "
                   GO TO SHOW-RUNH-LOOP
               END-IF
               DISPLAY "  " WS-RH-DATE " " WS-RH-STATE
               ADD 1 TO WS-RUNH-SHOWN
               GO TO SHOW-RUNH-LOOP.
