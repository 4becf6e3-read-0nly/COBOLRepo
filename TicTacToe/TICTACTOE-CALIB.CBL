       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTCALIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-HISTORY ASSIGN TO "MATCHHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-MATCH-ID
               ALTERNATE RECORD KEY IS HIST-PLAYER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-HISTORY.
       COPY MATCHREC.
       LOCAL-STORAGE SECTION.
           01 WS-HISTORY-STATUS PIC X(2) VALUES "00".
           01 WS-RUN-DATE.
               05 WS-RUN-YYYY PIC 9(4).
               05 WS-RUN-MM PIC 9(2).
               05 WS-RUN-DD PIC 9(2).
      *    the month under review - the one just ended unless the
      *    PARM names another as YYYYMM
           01 WS-MONTH.
               05 WS-MONTH-YYYY PIC 9(4).
               05 WS-MONTH-MM PIC 9(2).
           01 WS-PARM-WORK PIC X(30) VALUES SPACES.
           01 WS-EOF-FLAG PIC 9(1) VALUES 0.
               88 END-OF-FILE VALUES 1.
      *    the forecast bands run by the favorite's side of the
      *    forecast - 50-59 up to 90-100 - so every game counts once
      *    whichever mark was favored; an even game sits in the
      *    first band with X as the nominal favorite
           01 WS-BAND-TABLE.
               05 WS-BAND OCCURS 5 TIMES.
                   10 WS-BD-GAMES PIC 9(6).
                   10 WS-BD-FORECAST PIC 9(8).
                   10 WS-BD-WINS PIC 9(6).
                   10 WS-BD-DRAWS PIC 9(6).
                   10 WS-BD-LOSSES PIC 9(6).
           01 WS-BAND-IDX PIC 9(1).
           01 WS-BAND-NAMES.
               05 FILLER PIC X(8) VALUES "50-59%".
               05 FILLER PIC X(8) VALUES "60-69%".
               05 FILLER PIC X(8) VALUES "70-79%".
               05 FILLER PIC X(8) VALUES "80-89%".
               05 FILLER PIC X(8) VALUES "90-100%".
           01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
               05 WS-BAND-NAME PIC X(8) OCCURS 5 TIMES.
      *    a band needs this many games before its actual score is
      *    worth setting against the forecast, and a gap wider than
      *    WS-GAP-LIMIT points in a band that has them is a miss
           01 WS-BAND-MIN PIC 9(3) VALUES 20.
           01 WS-GAP-LIMIT PIC 9(2) VALUES 5.
           01 WS-BANDS-JUDGED PIC 9(1) VALUES 0.
           01 WS-BANDS-MISSED PIC 9(1) VALUES 0.
           01 WS-FAV-PCT PIC 9(3).
           01 WS-FAV-MARK PIC X(1).
           01 WS-FAV-ID PIC X(8).
           01 WS-DOG-ID PIC X(8).
           01 WS-PRED-PCT PIC 9(3)V9(1).
           01 WS-ACTUAL-PCT PIC 9(3)V9(1).
           01 WS-GAP PIC S9(3)V9(1).
           01 WS-GAP-SIZE PIC 9(3)V9(1).
           01 WS-PRED-OUT PIC ZZ9.9.
           01 WS-ACTUAL-OUT PIC ZZ9.9.
           01 WS-GAP-OUT PIC +++9.9.
           01 WS-BAND-VERDICT PIC X(16).
      *    the month's totals across every band
           01 WS-GAMES-READ PIC 9(6) VALUES 0.
           01 WS-GAMES-USED PIC 9(6) VALUES 0.
           01 WS-NO-FORECAST PIC 9(6) VALUES 0.
           01 WS-TOT-FORECAST PIC 9(9) VALUES 0.
           01 WS-TOT-POINTS PIC 9(7)V9(1) VALUES 0.
      *    the biggest upsets - the favorite lost, ranked by how sure
      *    the forecast was; kept in order as the master is read
           01 WS-UPSET-MAX PIC 9(2) VALUES 10.
           01 WS-UPSET-COUNT PIC 9(2) VALUES 0.
           01 WS-UPSET-TOTAL PIC 9(6) VALUES 0.
           01 WS-UPSET-TABLE.
               05 WS-UPSET-ENTRY OCCURS 10 TIMES.
                   10 WS-UP-PCT PIC 9(3).
                   10 WS-UP-MATCH-ID PIC X(12).
                   10 WS-UP-DIM PIC 9(1).
                   10 WS-UP-FAV-ID PIC X(8).
                   10 WS-UP-FAV-MARK PIC X(1).
                   10 WS-UP-DOG-ID PIC X(8).
                   10 WS-UP-TYPE PIC X(1).
           01 WS-UPSET-IDX PIC 9(2).
           01 WS-UPSET-SLOT PIC 9(2).
           01 WS-RANK PIC Z9.
           01 WS-RPT-LINE PIC X(80) VALUES SPACES.
           COPY RPTWRITE.
           COPY BATCHRC.
       LINKAGE SECTION.
       01  PARM-REC.
           05 PARM-LEN PIC S9(4) COMP.
           05 PARM-TEXT PIC X(30).

       PROCEDURE DIVISION USING PARM-REC.
           MAIN-LOGIC.
               MOVE "TTTCALIB" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM PICK-MONTH THRU PICK-MONTH-EXIT
               IF RETURN-CODE NOT = 0
                   GO TO CALIB-EXIT
               END-IF
               MOVE "O" TO RPT-ACTION
               MOVE "TTTCALIB.RPT" TO RPT-NAME
               MOVE "TICTACTOE RATING CALIBRATION" TO RPT-TITLE
               CALL "RPTWRITE" USING RPT-PARMS
               STRING "PRE-GAME FORECASTS AGAINST RESULTS - MONTH "
                   WS-MONTH-YYYY "-" WS-MONTH-MM
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE ZEROS TO WS-BAND-TABLE
               OPEN INPUT MATCH-HISTORY
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE "NO MATCH HISTORY ON FILE - NOTHING TO "
                       & "CALIBRATE" TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   PERFORM CLOSE-REPORT-FILE
                   GO TO CALIB-EXIT
               END-IF
               PERFORM TALLY-MONTH THRU TALLY-MONTH-EXIT
               CLOSE MATCH-HISTORY
               PERFORM PRINT-BANDS
               PERFORM PRINT-VERDICT
               PERFORM PRINT-UPSETS
               PERFORM CLOSE-REPORT-FILE
               DISPLAY "TTTCALIB COMPLETE - MONTH " WS-MONTH
                   " GAMES: " WS-GAMES-USED
                   " UPSETS: " WS-UPSET-TOTAL
               GO TO CALIB-EXIT.

           WRITE-REPORT.
               MOVE "L" TO RPT-ACTION
               MOVE WS-RPT-LINE TO RPT-DETAIL
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE SPACES TO WS-RPT-LINE.

           CLOSE-REPORT-FILE.
               MOVE "C" TO RPT-ACTION
               CALL "RPTWRITE" USING RPT-PARMS.

      *    run early in the month the job reviews the month just
      *    ended; a rerun for an older month names it in the PARM
           PICK-MONTH.
               MOVE WS-RUN-YYYY TO WS-MONTH-YYYY
               MOVE WS-RUN-MM TO WS-MONTH-MM
               IF WS-MONTH-MM = 1
                   MOVE 12 TO WS-MONTH-MM
                   SUBTRACT 1 FROM WS-MONTH-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
               IF ADDRESS OF PARM-REC = NULL
                   GO TO PICK-MONTH-EXIT
               END-IF
               IF PARM-LEN NOT > 0 OR PARM-LEN > 30
                   GO TO PICK-MONTH-EXIT
               END-IF
               MOVE PARM-TEXT(1:PARM-LEN) TO WS-PARM-WORK
               IF WS-PARM-WORK(1:6) IS NOT NUMERIC
                   OR WS-PARM-WORK(7:24) NOT = SPACES
                   OR WS-PARM-WORK(5:2) < "01"
                   OR WS-PARM-WORK(5:2) > "12"
                   DISPLAY "TTTCALIB: PARM IS THE MONTH AS YYYYMM"
                   MOVE 16 TO RETURN-CODE
                   GO TO PICK-MONTH-EXIT
               END-IF
               MOVE WS-PARM-WORK(1:6) TO WS-MONTH.
           PICK-MONTH-EXIT.
               EXIT.

      *    --------------------------------------------------------
      *    the master is keyed by date - the walk starts on the
      *    month's first day and stops at the first game past it
      *    --------------------------------------------------------
           TALLY-MONTH.
               MOVE WS-MONTH-YYYY TO HIST-ID-DATE(1:4)
               MOVE WS-MONTH-MM TO HIST-ID-DATE(5:2)
               MOVE "01" TO HIST-ID-DATE(7:2)
               MOVE 0 TO HIST-ID-SEQ
               START MATCH-HISTORY KEY NOT LESS THAN HIST-MATCH-ID
               IF WS-HISTORY-STATUS NOT = "00"
                   GO TO TALLY-MONTH-EXIT
               END-IF.
           TALLY-MONTH-LOOP.
               READ MATCH-HISTORY NEXT
                   AT END
                       GO TO TALLY-MONTH-EXIT
               END-READ
               IF HIST-ID-DATE(1:6) NOT = WS-MONTH
                   GO TO TALLY-MONTH-EXIT
               END-IF
               ADD 1 TO WS-GAMES-READ
      *        takeback games never rated, and the machine playing
      *        itself says nothing about how the ratings read people
               IF HIST-RESULT-TYPE = "U" OR HIST-MODE = 3
                   OR HIST-X-ID = HIST-O-ID
                   GO TO TALLY-MONTH-LOOP
               END-IF
               IF HIST-FORECAST IS NOT NUMERIC
                   OR HIST-FORECAST > "100"
                   ADD 1 TO WS-NO-FORECAST
                   GO TO TALLY-MONTH-LOOP
               END-IF
               ADD 1 TO WS-GAMES-USED
               PERFORM TALLY-GAME
               GO TO TALLY-MONTH-LOOP.
           TALLY-MONTH-EXIT.
               EXIT.

           TALLY-GAME.
               MOVE HIST-FORECAST TO WS-FAV-PCT
               IF WS-FAV-PCT < 50
                   COMPUTE WS-FAV-PCT = 100 - WS-FAV-PCT
                   MOVE "O" TO WS-FAV-MARK
                   MOVE HIST-O-ID TO WS-FAV-ID
                   MOVE HIST-X-ID TO WS-DOG-ID
               ELSE
                   MOVE "X" TO WS-FAV-MARK
                   MOVE HIST-X-ID TO WS-FAV-ID
                   MOVE HIST-O-ID TO WS-DOG-ID
               END-IF
               IF WS-FAV-PCT >= 90
                   MOVE 5 TO WS-BAND-IDX
               ELSE
                   COMPUTE WS-BAND-IDX = (WS-FAV-PCT - 50) / 10 + 1
               END-IF
               ADD 1 TO WS-BD-GAMES(WS-BAND-IDX)
               ADD WS-FAV-PCT TO WS-BD-FORECAST(WS-BAND-IDX)
               ADD WS-FAV-PCT TO WS-TOT-FORECAST
               EVALUATE TRUE
                   WHEN HIST-WINNER = WS-FAV-MARK
                       ADD 1 TO WS-BD-WINS(WS-BAND-IDX)
                       ADD 1 TO WS-TOT-POINTS
                   WHEN HIST-WINNER = "X" OR HIST-WINNER = "O"
                       ADD 1 TO WS-BD-LOSSES(WS-BAND-IDX)
                       IF WS-FAV-PCT > 50
                           ADD 1 TO WS-UPSET-TOTAL
                           PERFORM RECORD-UPSET
                               THRU RECORD-UPSET-DONE
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-BD-DRAWS(WS-BAND-IDX)
                       ADD 0.5 TO WS-TOT-POINTS
               END-EVALUATE.

      *    the list holds the surest forecasts that failed, surest
      *    first - a new upset slots in ahead of the first entry it
      *    beats and the last one falls off a full list
           RECORD-UPSET.
               MOVE 1 TO WS-UPSET-SLOT
               PERFORM FIND-UPSET-SLOT
                   UNTIL WS-UPSET-SLOT > WS-UPSET-COUNT
                   OR WS-UP-PCT(WS-UPSET-SLOT) < WS-FAV-PCT
               IF WS-UPSET-SLOT > WS-UPSET-MAX
                   GO TO RECORD-UPSET-DONE
               END-IF
               IF WS-UPSET-COUNT < WS-UPSET-MAX
                   ADD 1 TO WS-UPSET-COUNT
               END-IF
               MOVE WS-UPSET-COUNT TO WS-UPSET-IDX
               PERFORM SHIFT-UPSET
                   UNTIL WS-UPSET-IDX <= WS-UPSET-SLOT
               MOVE WS-FAV-PCT TO WS-UP-PCT(WS-UPSET-SLOT)
               MOVE HIST-MATCH-ID TO WS-UP-MATCH-ID(WS-UPSET-SLOT)
               MOVE HIST-DIM TO WS-UP-DIM(WS-UPSET-SLOT)
               MOVE WS-FAV-ID TO WS-UP-FAV-ID(WS-UPSET-SLOT)
               MOVE WS-FAV-MARK TO WS-UP-FAV-MARK(WS-UPSET-SLOT)
               MOVE WS-DOG-ID TO WS-UP-DOG-ID(WS-UPSET-SLOT)
               MOVE HIST-RESULT-TYPE TO WS-UP-TYPE(WS-UPSET-SLOT).
           RECORD-UPSET-DONE.
               EXIT.

           FIND-UPSET-SLOT.
               ADD 1 TO WS-UPSET-SLOT.

           SHIFT-UPSET.
               MOVE WS-UPSET-ENTRY(WS-UPSET-IDX - 1)
                   TO WS-UPSET-ENTRY(WS-UPSET-IDX)
               SUBTRACT 1 FROM WS-UPSET-IDX.

      *    --------------------------------------------------------
      *    predicted against actual, band by band - the favorite's
      *    average forecast beside the score it actually made
      *    --------------------------------------------------------
           PRINT-BANDS.
               PERFORM WRITE-REPORT
               MOVE "FAVORITE'S GAMES  WON DRAW LOST PREDICTED  ACTUAL"
                   & "     GAP" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE "FORECAST                          SCORE %  SCORE %"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 1 TO WS-BAND-IDX
               PERFORM PRINT-ONE-BAND THRU PRINT-ONE-BAND-DONE
                   UNTIL WS-BAND-IDX > 5.

           PRINT-ONE-BAND.
               IF WS-BD-GAMES(WS-BAND-IDX) = 0
                   STRING WS-BAND-NAME(WS-BAND-IDX) "  NO GAMES"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   ADD 1 TO WS-BAND-IDX
                   GO TO PRINT-ONE-BAND-DONE
               END-IF
               COMPUTE WS-PRED-PCT ROUNDED =
                   WS-BD-FORECAST(WS-BAND-IDX)
                   / WS-BD-GAMES(WS-BAND-IDX)
               COMPUTE WS-ACTUAL-PCT ROUNDED =
                   (WS-BD-WINS(WS-BAND-IDX)
                   + (WS-BD-DRAWS(WS-BAND-IDX) * 0.5)) * 100
                   / WS-BD-GAMES(WS-BAND-IDX)
               COMPUTE WS-GAP = WS-ACTUAL-PCT - WS-PRED-PCT
               MOVE WS-PRED-PCT TO WS-PRED-OUT
               MOVE WS-ACTUAL-PCT TO WS-ACTUAL-OUT
               MOVE WS-GAP TO WS-GAP-OUT
               PERFORM JUDGE-BAND
               STRING WS-BAND-NAME(WS-BAND-IDX) "  "
                   WS-BD-GAMES(WS-BAND-IDX) " "
                   WS-BD-WINS(WS-BAND-IDX)(3:4) " "
                   WS-BD-DRAWS(WS-BAND-IDX)(3:4) " "
                   WS-BD-LOSSES(WS-BAND-IDX)(3:4) "     "
                   WS-PRED-OUT "   " WS-ACTUAL-OUT "  " WS-GAP-OUT
                   "  " WS-BAND-VERDICT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-BAND-IDX.
           PRINT-ONE-BAND-DONE.
               EXIT.

      *    a favorite that scores under its forecast was rated too
      *    high against the field, one that scores over it too low
           JUDGE-BAND.
               IF WS-BD-GAMES(WS-BAND-IDX) < WS-BAND-MIN
                   MOVE "TOO FEW GAMES" TO WS-BAND-VERDICT
               ELSE
                   ADD 1 TO WS-BANDS-JUDGED
                   MOVE WS-GAP TO WS-GAP-SIZE
                   IF WS-GAP-SIZE <= WS-GAP-LIMIT
                       MOVE "ON FORECAST" TO WS-BAND-VERDICT
                   ELSE
                       ADD 1 TO WS-BANDS-MISSED
                       IF WS-GAP < 0
                           MOVE "FAVORITES SHORT" TO WS-BAND-VERDICT
                       ELSE
                           MOVE "FAVORITES OVER" TO WS-BAND-VERDICT
                       END-IF
                   END-IF
               END-IF.

           PRINT-VERDICT.
               PERFORM WRITE-REPORT
               STRING "GAMES READ " WS-GAMES-READ
                   "  CALIBRATED " WS-GAMES-USED
                   "  WITHOUT A FORECAST " WS-NO-FORECAST
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-GAMES-USED = 0
                   MOVE "NO FORECAST GAMES THIS MONTH - NO VERDICT"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   GO TO PRINT-VERDICT-DONE
               END-IF
               COMPUTE WS-PRED-PCT ROUNDED =
                   WS-TOT-FORECAST / WS-GAMES-USED
               COMPUTE WS-ACTUAL-PCT ROUNDED =
                   WS-TOT-POINTS * 100 / WS-GAMES-USED
               MOVE WS-PRED-PCT TO WS-PRED-OUT
               MOVE WS-ACTUAL-PCT TO WS-ACTUAL-OUT
               STRING "FAVORITES PREDICTED " WS-PRED-OUT
                   "%  SCORED " WS-ACTUAL-OUT "%  UPSETS "
                   WS-UPSET-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               EVALUATE TRUE
                   WHEN WS-BANDS-JUDGED = 0
                       MOVE "VERDICT: NO BAND HAS ENOUGH GAMES TO JUDGE"
                           TO WS-RPT-LINE
                   WHEN WS-BANDS-MISSED = 0
                       MOVE "VERDICT: RATINGS PREDICTING WELL - EVERY "
                           & "JUDGED BAND ON FORECAST" TO WS-RPT-LINE
                   WHEN OTHER
                       STRING "VERDICT: " WS-BANDS-MISSED " OF "
                           WS-BANDS-JUDGED " JUDGED BANDS OFF BY MORE "
                           "THAN " WS-GAP-LIMIT " POINTS - REVIEW "
                           "THE RATING K FACTOR"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
               END-EVALUATE
               PERFORM WRITE-REPORT.
           PRINT-VERDICT-DONE.
               EXIT.

           PRINT-UPSETS.
               PERFORM WRITE-REPORT
               MOVE "BIGGEST UPSETS - THE FAVORITE LOST" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-UPSET-COUNT = 0
                   MOVE "  NO FAVORITE LOST THIS MONTH" TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   GO TO PRINT-UPSETS-DONE
               END-IF
               MOVE "    MATCH ID     BOARD FAVORITE    FORECAST  "
                   & "LOST TO" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 1 TO WS-UPSET-IDX
               PERFORM PRINT-ONE-UPSET
                   UNTIL WS-UPSET-IDX > WS-UPSET-COUNT.
           PRINT-UPSETS-DONE.
               EXIT.

           PRINT-ONE-UPSET.
               MOVE WS-UPSET-IDX TO WS-RANK
               STRING WS-RANK ". " WS-UP-MATCH-ID(WS-UPSET-IDX) " "
                   WS-UP-DIM(WS-UPSET-IDX) "X" WS-UP-DIM(WS-UPSET-IDX)
                   "   " WS-UP-FAV-ID(WS-UPSET-IDX) " ("
                   WS-UP-FAV-MARK(WS-UPSET-IDX) ") "
                   WS-UP-PCT(WS-UPSET-IDX) "%     "
                   WS-UP-DOG-ID(WS-UPSET-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               IF WS-UP-TYPE(WS-UPSET-IDX) = "F"
                   MOVE "ON TIME" TO WS-RPT-LINE(55:7)
               END-IF
               PERFORM WRITE-REPORT
               ADD 1 TO WS-UPSET-IDX.

           CALIB-EXIT.
               MOVE "TTTCALIB" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM TTTCALIB.
