       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY.
       01  RUN-HISTORY-REC PIC X(80).
       LOCAL-STORAGE SECTION.
           01 WS-RUNH-STATUS PIC X(2) VALUES "00".
           01 WS-RUN-DATE PIC 9(8).
           COPY RUNHIST.
           COPY BATCHWIN.
      *    each program's newest sixty runs, round a ring - thirty to
      *    print and thirty more behind the oldest printed for its norm
           01 WS-PGM-COUNT PIC 9(2) VALUES 0.
           01 WS-PGM-TABLE.
               05 WS-PG-ENTRY OCCURS 30 TIMES.
                   10 WS-PG-NAME PIC X(12).
                   10 WS-PG-COUNT PIC 9(2).
                   10 WS-PG-NEXT PIC 9(2).
                   10 WS-PG-RUN OCCURS 60 TIMES.
                       15 WS-PG-CYCLE PIC 9(8).
                       15 WS-PG-START PIC 9(6).
                       15 WS-PG-ELAPSED PIC 9(6).
                       15 WS-PG-RC PIC 9(4).
           01 WS-PG-IDX PIC 9(2).
           01 WS-PG-FOUND PIC 9(2).
      *    signed - once the ring has wrapped the slot reckoning
      *    goes below 1 before it is brought round
           01 WS-SLOT PIC S9(3).
      *    logical run numbers count 1 from the oldest kept
           01 WS-RUN-NUM PIC 9(2).
           01 WS-FIRST-SHOWN PIC 9(2).
           01 WS-NORM-FROM PIC 9(2).
           01 WS-NORM-TO PIC 9(2).
           01 WS-NORM-NUM PIC 9(2).
           01 WS-NORM-RUNS PIC 9(2).
           01 WS-NORM-SUM PIC 9(9).
           01 WS-NORM PIC 9(6).
           01 WS-NORM-OK PIC 9(1).
           01 WS-PCT PIC 9(5).
           01 WS-SLOW-LIMIT PIC 9(9).
           01 WS-RECENT-SUM PIC 9(9).
           01 WS-RECENT-RUNS PIC 9(2).
           01 WS-RECENT-AVG PIC 9(6).
           01 WS-TREND-LIMIT PIC 9(9).
           01 WS-LINES-READ PIC 9(7) VALUES 0.
           01 WS-STEP-LINES PIC 9(7) VALUES 0.
           01 WS-SLOWING PIC 9(2) VALUES 0.
           01 WS-OVER-FLAG PIC X(4).
           01 WS-ED-SECS PIC Z(5)9.
           01 WS-ED-NORM PIC Z(5)9.
           01 WS-ED-PCT PIC Z(4)9.
           01 WS-ED-RUNS PIC Z9.
           01 WS-RPT-LINE PIC X(80) VALUES SPACES.
           COPY RPTWRITE.
           COPY BATCHRC.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE "RUNTREND" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE "O" TO RPT-ACTION
               MOVE "RUNTREND.RPT" TO RPT-NAME
               MOVE "BATCH STEP ELAPSED-TIME TREND" TO RPT-TITLE
               CALL "RPTWRITE" USING RPT-PARMS
               OPEN INPUT RUN-HISTORY
               IF WS-RUNH-STATUS NOT = "00"
                   MOVE "NO RUN HISTORY ON FILE - NOTHING TO REPORT"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   PERFORM CLOSE-REPORT-FILE
                   DISPLAY "RUNTREND COMPLETE - NO RUN HISTORY"
                   GO TO TREND-EXIT
               END-IF
               PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT
               CLOSE RUN-HISTORY
               MOVE BWIN-NORM-RUNS TO WS-ED-RUNS
               STRING "EACH STEP'S LAST " WS-ED-RUNS " RUNS IN SECONDS "
                   "AGAINST THE AVERAGE OF THE " WS-ED-RUNS
                   " BEFORE EACH"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               STRING "OVER = MORE THAN " BWIN-SLOW-PCT
                   "% OF NORM AND " BWIN-SLOW-FLOOR
                   " SECONDS OR MORE ABOVE IT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-PGM-COUNT = 0
                   PERFORM WRITE-REPORT
                   MOVE "NO STEP TIMES ON FILE - NOTHING TO REPORT"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF
               MOVE 1 TO WS-PG-IDX
               PERFORM REPORT-ONE-PGM THRU REPORT-ONE-PGM-EXIT
                   UNTIL WS-PG-IDX > WS-PGM-COUNT
               PERFORM WRITE-REPORT
               STRING "STEPS REPORTED " WS-PGM-COUNT
                   "  SLOWING DOWN " WS-SLOWING
                   "  STEP TIMES READ " WS-STEP-LINES
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               PERFORM CLOSE-REPORT-FILE
               DISPLAY "RUNTREND COMPLETE - STEPS: " WS-PGM-COUNT
                   " SLOWING DOWN: " WS-SLOWING
               GO TO TREND-EXIT.

           WRITE-REPORT.
               MOVE "L" TO RPT-ACTION
               MOVE WS-RPT-LINE TO RPT-DETAIL
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE SPACES TO WS-RPT-LINE.

           CLOSE-REPORT-FILE.
               MOVE "C" TO RPT-ACTION
               CALL "RPTWRITE" USING RPT-PARMS.

      *    only the STEP lines BATCHRC writes - BATCHSTAT's one line
      *    per cycle shares the file. a program past the thirtieth
      *    is left off rather than pushing another out
           LOAD-HISTORY.
               READ RUN-HISTORY INTO WS-RHT-LINE
                   AT END
                       GO TO LOAD-HISTORY-EXIT
               END-READ
               ADD 1 TO WS-LINES-READ
               IF WS-RHT-TAG NOT = "STEP" OR WS-RHT-DATE IS NOT NUMERIC
                   OR WS-RHT-ELAPSED IS NOT NUMERIC
                   GO TO LOAD-HISTORY
               END-IF
               ADD 1 TO WS-STEP-LINES
               PERFORM FIND-PGM
               IF WS-PG-FOUND = 0
                   GO TO LOAD-HISTORY
               END-IF
               MOVE WS-PG-NEXT(WS-PG-FOUND) TO WS-SLOT
               MOVE WS-RHT-DATE TO WS-PG-CYCLE(WS-PG-FOUND, WS-SLOT)
               MOVE WS-RHT-START-TIME
                   TO WS-PG-START(WS-PG-FOUND, WS-SLOT)
               MOVE WS-RHT-ELAPSED
                   TO WS-PG-ELAPSED(WS-PG-FOUND, WS-SLOT)
               MOVE WS-RHT-RC TO WS-PG-RC(WS-PG-FOUND, WS-SLOT)
               IF WS-PG-COUNT(WS-PG-FOUND) < 60
                   ADD 1 TO WS-PG-COUNT(WS-PG-FOUND)
               END-IF
               ADD 1 TO WS-PG-NEXT(WS-PG-FOUND)
               IF WS-PG-NEXT(WS-PG-FOUND) > 60
                   MOVE 1 TO WS-PG-NEXT(WS-PG-FOUND)
               END-IF
               GO TO LOAD-HISTORY.
           LOAD-HISTORY-EXIT.
               EXIT.

           FIND-PGM.
               MOVE 0 TO WS-PG-FOUND
               MOVE 1 TO WS-PG-IDX
               PERFORM MATCH-PGM
                   UNTIL WS-PG-IDX > WS-PGM-COUNT OR WS-PG-FOUND > 0
               IF WS-PG-FOUND = 0 AND WS-PGM-COUNT < 30
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PG-FOUND
                   MOVE WS-RHT-PGM TO WS-PG-NAME(WS-PG-FOUND)
                   MOVE 0 TO WS-PG-COUNT(WS-PG-FOUND)
                   MOVE 1 TO WS-PG-NEXT(WS-PG-FOUND)
               END-IF.

           MATCH-PGM.
               IF WS-PG-NAME(WS-PG-IDX) = WS-RHT-PGM
                   MOVE WS-PG-IDX TO WS-PG-FOUND
               END-IF
               ADD 1 TO WS-PG-IDX.

      *    one block per program: its printed runs oldest first, each
      *    against the norm of the runs before it, then the verdict
      *    on its recent runs against the norm before them
           REPORT-ONE-PGM.
               PERFORM WRITE-REPORT
               MOVE WS-PG-COUNT(WS-PG-IDX) TO WS-ED-RUNS
               STRING "STEP PROGRAM " WS-PG-NAME(WS-PG-IDX)
                   "  RUNS KEPT " WS-ED-RUNS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE "  CYCLE     START   ELAPSED     NORM   % NORM  RC"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 1 TO WS-FIRST-SHOWN
               IF WS-PG-COUNT(WS-PG-IDX) > BWIN-NORM-RUNS
                   COMPUTE WS-FIRST-SHOWN =
                       WS-PG-COUNT(WS-PG-IDX) - BWIN-NORM-RUNS + 1
               END-IF
               MOVE WS-FIRST-SHOWN TO WS-RUN-NUM
               PERFORM REPORT-ONE-RUN
                   UNTIL WS-RUN-NUM > WS-PG-COUNT(WS-PG-IDX)
      *        the recent runs' average against the norm before them
               MOVE BWIN-RECENT-RUNS TO WS-RECENT-RUNS
               IF WS-RECENT-RUNS > WS-PG-COUNT(WS-PG-IDX)
                   MOVE WS-PG-COUNT(WS-PG-IDX) TO WS-RECENT-RUNS
               END-IF
               COMPUTE WS-RUN-NUM =
                   WS-PG-COUNT(WS-PG-IDX) - WS-RECENT-RUNS + 1
               PERFORM NORM-BEFORE-RUN THRU NORM-BEFORE-RUN-EXIT
               IF WS-NORM-OK = 0
                   MOVE "  TREND: NOT ENOUGH RUNS YET FOR A NORM"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   GO TO REPORT-ONE-PGM-NEXT
               END-IF
               MOVE 0 TO WS-RECENT-SUM
               PERFORM ADD-RECENT-RUN
                   UNTIL WS-RUN-NUM > WS-PG-COUNT(WS-PG-IDX)
               COMPUTE WS-RECENT-AVG = WS-RECENT-SUM / WS-RECENT-RUNS
               COMPUTE WS-TREND-LIMIT = (WS-NORM * BWIN-TREND-PCT) / 100
               MOVE WS-RECENT-AVG TO WS-ED-SECS
               MOVE WS-NORM TO WS-ED-NORM
               MOVE WS-RECENT-RUNS TO WS-ED-RUNS
               IF WS-RECENT-AVG NOT < WS-TREND-LIMIT
                   AND WS-RECENT-AVG NOT < WS-NORM + BWIN-SLOW-FLOOR
                   ADD 1 TO WS-SLOWING
                   STRING "  *** SLOWING DOWN - LAST " WS-ED-RUNS
                       " RUNS AVERAGED " WS-ED-SECS
                       " AGAINST A NORM OF " WS-ED-NORM
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   DISPLAY "RUNTREND: " WS-PG-NAME(WS-PG-IDX)
                       " SLOWING DOWN - LAST " WS-ED-RUNS
                       " RUNS AVERAGED " WS-ED-SECS
                       " AGAINST A NORM OF " WS-ED-NORM
               ELSE
                   STRING "  TREND: STEADY - LAST " WS-ED-RUNS
                       " RUNS AVERAGED " WS-ED-SECS
                       " AGAINST A NORM OF " WS-ED-NORM
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM WRITE-REPORT.
           REPORT-ONE-PGM-NEXT.
               ADD 1 TO WS-PG-IDX.
           REPORT-ONE-PGM-EXIT.
               EXIT.

           REPORT-ONE-RUN.
               PERFORM NORM-BEFORE-RUN THRU NORM-BEFORE-RUN-EXIT
               PERFORM FIND-SLOT
               MOVE WS-PG-ELAPSED(WS-PG-IDX, WS-SLOT) TO WS-ED-SECS
               MOVE SPACES TO WS-OVER-FLAG
               IF WS-NORM-OK = 1
                   MOVE WS-NORM TO WS-ED-NORM
                   IF WS-NORM = 0
                       MOVE 0 TO WS-ED-PCT
                   ELSE
                       COMPUTE WS-PCT =
                           (WS-PG-ELAPSED(WS-PG-IDX, WS-SLOT) * 100)
                           / WS-NORM
                       MOVE WS-PCT TO WS-ED-PCT
                   END-IF
                   COMPUTE WS-SLOW-LIMIT =
                       (WS-NORM * BWIN-SLOW-PCT) / 100
                   IF WS-PG-ELAPSED(WS-PG-IDX, WS-SLOT) > WS-SLOW-LIMIT
                       AND WS-PG-ELAPSED(WS-PG-IDX, WS-SLOT) NOT <
                       WS-NORM + BWIN-SLOW-FLOOR
                       MOVE "OVER" TO WS-OVER-FLAG
                   END-IF
                   STRING "  " WS-PG-CYCLE(WS-PG-IDX, WS-SLOT) "  "
                       WS-PG-START(WS-PG-IDX, WS-SLOT) "  "
                       WS-ED-SECS "   " WS-ED-NORM "   " WS-ED-PCT
                       "  " WS-PG-RC(WS-PG-IDX, WS-SLOT) "  "
                       WS-OVER-FLAG
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "  " WS-PG-CYCLE(WS-PG-IDX, WS-SLOT) "  "
                       WS-PG-START(WS-PG-IDX, WS-SLOT) "  "
                       WS-ED-SECS "       NEW          "
                       WS-PG-RC(WS-PG-IDX, WS-SLOT)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM WRITE-REPORT
               ADD 1 TO WS-RUN-NUM.

      *    the norm for run WS-RUN-NUM is the average of the up to
      *    norm-runs runs kept before it
           NORM-BEFORE-RUN.
               MOVE 0 TO WS-NORM-OK
               MOVE 0 TO WS-NORM
               MOVE 0 TO WS-NORM-SUM
               COMPUTE WS-NORM-TO = WS-RUN-NUM - 1
               IF WS-NORM-TO < BWIN-MIN-RUNS
                   GO TO NORM-BEFORE-RUN-EXIT
               END-IF
               MOVE 1 TO WS-NORM-FROM
               IF WS-NORM-TO > BWIN-NORM-RUNS
                   COMPUTE WS-NORM-FROM =
                       WS-NORM-TO - BWIN-NORM-RUNS + 1
               END-IF
               COMPUTE WS-NORM-RUNS = WS-NORM-TO - WS-NORM-FROM + 1
               MOVE WS-NORM-FROM TO WS-NORM-NUM
               PERFORM ADD-NORM-RUN
                   UNTIL WS-NORM-NUM > WS-NORM-TO
               COMPUTE WS-NORM = WS-NORM-SUM / WS-NORM-RUNS
               MOVE 1 TO WS-NORM-OK.
           NORM-BEFORE-RUN-EXIT.
               EXIT.

           ADD-NORM-RUN.
               COMPUTE WS-SLOT = WS-PG-NEXT(WS-PG-IDX)
                   - WS-PG-COUNT(WS-PG-IDX) + WS-NORM-NUM - 1
               IF WS-SLOT < 1
                   ADD 60 TO WS-SLOT
               END-IF
               ADD WS-PG-ELAPSED(WS-PG-IDX, WS-SLOT) TO WS-NORM-SUM
               ADD 1 TO WS-NORM-NUM.

           ADD-RECENT-RUN.
               PERFORM FIND-SLOT
               ADD WS-PG-ELAPSED(WS-PG-IDX, WS-SLOT) TO WS-RECENT-SUM
               ADD 1 TO WS-RUN-NUM.

      *    the ring slot holding logical run WS-RUN-NUM
           FIND-SLOT.
               COMPUTE WS-SLOT = WS-PG-NEXT(WS-PG-IDX)
                   - WS-PG-COUNT(WS-PG-IDX) + WS-RUN-NUM - 1
               IF WS-SLOT < 1
                   ADD 60 TO WS-SLOT
               END-IF.

           TREND-EXIT.
               MOVE "RUNTREND" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM RUNTREND.
