       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMBRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMBAT-LOG ASSIGN TO "COMBATLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMBAT-LOG.
       01  COMBAT-LOG-REC PIC X(80).
       LOCAL-STORAGE SECTION.
           01 WS-COMBAT-STATUS PIC X(2) VALUES "00".
           01 WS-RUN-DATE PIC 9(8).
      *    the week under review - the seven days ending yesterday
      *    unless the PARM names the last day as YYYYMMDD
           01 WS-FIRST-DAY PIC 9(8).
           01 WS-LAST-DAY PIC 9(8).
           01 WS-PARM-WORK PIC X(30) VALUES SPACES.
           COPY COMBATEV.
      *    damage both ways for every monster kind on every level,
      *    kept in level then glyph order as kinds turn up
           01 WS-KIND-MAX PIC 9(3) VALUES 100.
           01 WS-KIND-COUNT PIC 9(3) VALUES 0.
           01 WS-KIND-OVER PIC 9(6) VALUES 0.
           01 WS-KIND-TABLE.
               05 WS-KIND-ENTRY OCCURS 100 TIMES.
                   10 WS-KD-KEY.
                       15 WS-KD-LEVEL PIC X(12).
                       15 WS-KD-GLYPH PIC X(1).
                       15 WS-KD-BEHAV PIC X(1).
                   10 WS-KD-BLOWS PIC 9(6).
                   10 WS-KD-DEALT PIC 9(7).
                   10 WS-KD-KILLS PIC 9(5).
                   10 WS-KD-BITES PIC 9(5).
                   10 WS-KD-SPITS PIC 9(5).
                   10 WS-KD-TAKEN PIC 9(7).
                   10 WS-KD-DEATHS PIC 9(5).
           01 WS-KIND-IDX PIC 9(3).
           01 WS-SHIFT-IDX PIC 9(3).
           01 WS-NEW-KEY.
               05 WS-NEW-LEVEL PIC X(12).
               05 WS-NEW-GLYPH PIC X(1).
               05 WS-NEW-BEHAV PIC X(1).
      *    per level - the deaths and the turns they came on, and
      *    what the players found and drank along the way
           01 WS-LEVEL-MAX PIC 9(2) VALUES 20.
           01 WS-LEVEL-COUNT PIC 9(2) VALUES 0.
           01 WS-LEVEL-TABLE.
               05 WS-LEVEL-ENTRY OCCURS 20 TIMES.
                   10 WS-LV-LEVEL PIC X(12).
                   10 WS-LV-DEATHS PIC 9(5).
                   10 WS-LV-TURN-SUM PIC 9(11).
                   10 WS-LV-FIRST PIC 9(9).
                   10 WS-LV-POTIONS PIC 9(5).
                   10 WS-LV-HEALED PIC 9(7).
                   10 WS-LV-KEYS PIC 9(5).
                   10 WS-LV-GOLD PIC 9(7).
           01 WS-LEVEL-IDX PIC 9(2).
      *    what killed the players - kind and how it struck
           01 WS-CAUSE-MAX PIC 9(2) VALUES 60.
           01 WS-CAUSE-COUNT PIC 9(2) VALUES 0.
           01 WS-CAUSE-TABLE.
               05 WS-CAUSE-ENTRY OCCURS 60 TIMES.
                   10 WS-CA-GLYPH PIC X(1).
                   10 WS-CA-BEHAV PIC X(1).
                   10 WS-CA-HOW PIC X(4).
                   10 WS-CA-DEATHS PIC 9(5).
                   10 WS-CA-DONE PIC 9(1).
           01 WS-CAUSE-IDX PIC 9(2).
      *    the squares players die on - a square that keeps coming
      *    up is a spawn or a corridor worth a look
           01 WS-SPOT-MAX PIC 9(3) VALUES 200.
           01 WS-SPOT-COUNT PIC 9(3) VALUES 0.
           01 WS-SPOT-TABLE.
               05 WS-SPOT-ENTRY OCCURS 200 TIMES.
                   10 WS-SP-LEVEL PIC X(12).
                   10 WS-SP-ROW PIC 9(3).
                   10 WS-SP-COL PIC 9(3).
                   10 WS-SP-DEATHS PIC 9(5).
                   10 WS-SP-DONE PIC 9(1).
           01 WS-SPOT-IDX PIC 9(3).
           01 WS-SPOTS-SHOWN PIC 9(2).
      *    every death in the week, oldest first, as far as the list
      *    goes
           01 WS-DEATH-MAX PIC 9(3) VALUES 100.
           01 WS-DEATH-COUNT PIC 9(3) VALUES 0.
           01 WS-DEATH-TABLE.
               05 WS-DEATH-ENTRY PIC X(80) OCCURS 100 TIMES.
           01 WS-DEATH-IDX PIC 9(3).
           01 WS-BEST-IDX PIC 9(3).
           01 WS-BEST-DEATHS PIC 9(5).
           01 WS-MORE-DEATHS PIC 9(7).
      *    the week's totals
           01 WS-EVENTS-READ PIC 9(7) VALUES 0.
           01 WS-EVENTS-USED PIC 9(7) VALUES 0.
           01 WS-EVENTS-BAD PIC 9(7) VALUES 0.
           01 WS-TOTAL-DEALT PIC 9(9) VALUES 0.
           01 WS-TOTAL-TAKEN PIC 9(9) VALUES 0.
           01 WS-TOTAL-KILLS PIC 9(7) VALUES 0.
           01 WS-TOTAL-DEATHS PIC 9(7) VALUES 0.
           01 WS-PCT PIC ZZ9.
           01 WS-AVG-TURN PIC 9(9).
           01 WS-KIND-LINE.
               05 WS-KL-LEVEL PIC X(12).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-KL-GLYPH PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-KL-BEHAV PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-KL-BLOWS PIC ZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-KL-DEALT PIC ZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-KL-KILLS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-KL-BITES PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-KL-SPITS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-KL-TAKEN PIC ZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-KL-DEATHS PIC ZZZZZ9.
           01 WS-LEVEL-LINE.
               05 WS-LL-LEVEL PIC X(12).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-DEATHS PIC ZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-AVG PIC ZZZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-FIRST PIC ZZZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-POTIONS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-HEALED PIC ZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-KEYS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-GOLD PIC ZZZZZZ9.
           01 WS-COUNT-OUT PIC ZZZZ9.
           01 WS-RPT-LINE PIC X(80) VALUES SPACES.
           COPY RPTWRITE.
           COPY BATCHRC.
       LINKAGE SECTION.
       01  PARM-REC.
           05 PARM-LEN PIC S9(4) COMP.
           05 PARM-TEXT PIC X(30).

       PROCEDURE DIVISION USING PARM-REC.
           MAIN-LOGIC.
               MOVE "COMBRPT" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM PICK-WEEK THRU PICK-WEEK-EXIT
               IF RETURN-CODE NOT = 0
                   GO TO COMBAT-EXIT
               END-IF
               MOVE "O" TO RPT-ACTION
               MOVE "COMBRPT.RPT" TO RPT-NAME
               MOVE "DUNGEON COMBAT BALANCE" TO RPT-TITLE
               CALL "RPTWRITE" USING RPT-PARMS
               STRING "COMBAT BY LEVEL AND MONSTER KIND - "
                   WS-FIRST-DAY(1:4) "-" WS-FIRST-DAY(5:2) "-"
                   WS-FIRST-DAY(7:2) " TO " WS-LAST-DAY(1:4) "-"
                   WS-LAST-DAY(5:2) "-" WS-LAST-DAY(7:2)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               OPEN INPUT COMBAT-LOG
               IF WS-COMBAT-STATUS NOT = "00"
                   MOVE "NO COMBAT LOG ON FILE - NOTHING TO REPORT"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   PERFORM CLOSE-REPORT-FILE
                   GO TO COMBAT-EXIT
               END-IF
               PERFORM TALLY-WEEK THRU TALLY-WEEK-EXIT
               CLOSE COMBAT-LOG
               PERFORM WRITE-REPORT
               STRING "EVENTS READ " WS-EVENTS-READ
                   "  IN THE WEEK " WS-EVENTS-USED
                   "  UNREADABLE " WS-EVENTS-BAD
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-EVENTS-USED = 0
                   MOVE "NO COMBAT IN THE WEEK - NOTHING TO REPORT"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   PERFORM CLOSE-REPORT-FILE
                   DISPLAY "COMBRPT COMPLETE - WEEK " WS-FIRST-DAY
                       " TO " WS-LAST-DAY " EVENTS: 0"
                   GO TO COMBAT-EXIT
               END-IF
               STRING "DAMAGE DEALT " WS-TOTAL-DEALT
                   "  TAKEN " WS-TOTAL-TAKEN
                   "  KILLS " WS-TOTAL-KILLS
                   "  DEATHS " WS-TOTAL-DEATHS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               PERFORM PRINT-KINDS
               PERFORM PRINT-LEVELS
               PERFORM PRINT-CAUSES THRU PRINT-CAUSES-DONE
               PERFORM PRINT-SPOTS THRU PRINT-SPOTS-DONE
               PERFORM PRINT-DEATHS THRU PRINT-DEATHS-DONE
               PERFORM CLOSE-REPORT-FILE
               DISPLAY "COMBRPT COMPLETE - WEEK " WS-FIRST-DAY
                   " TO " WS-LAST-DAY " EVENTS: " WS-EVENTS-USED
                   " DEATHS: " WS-TOTAL-DEATHS
               GO TO COMBAT-EXIT.

           WRITE-REPORT.
               MOVE "L" TO RPT-ACTION
               MOVE WS-RPT-LINE TO RPT-DETAIL
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE SPACES TO WS-RPT-LINE.

           CLOSE-REPORT-FILE.
               MOVE "C" TO RPT-ACTION
               CALL "RPTWRITE" USING RPT-PARMS.

      *    run early in the week the job looks back over the seven
      *    days just ended; a rerun for another week names its last
      *    day in the PARM
           PICK-WEEK.
               COMPUTE WS-LAST-DAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
               IF ADDRESS OF PARM-REC = NULL
                   GO TO PICK-WEEK-FIRST
               END-IF
               IF PARM-LEN NOT > 0 OR PARM-LEN > 30
                   GO TO PICK-WEEK-FIRST
               END-IF
               MOVE PARM-TEXT(1:PARM-LEN) TO WS-PARM-WORK
               IF WS-PARM-WORK(1:8) IS NOT NUMERIC
                   OR WS-PARM-WORK(9:22) NOT = SPACES
                   OR WS-PARM-WORK(5:2) < "01"
                   OR WS-PARM-WORK(5:2) > "12"
                   OR WS-PARM-WORK(7:2) < "01"
                   OR WS-PARM-WORK(7:2) > "31"
                   DISPLAY "COMBRPT: PARM IS THE WEEK'S LAST DAY AS "
                       "YYYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   GO TO PICK-WEEK-EXIT
               END-IF
               MOVE WS-PARM-WORK(1:8) TO WS-LAST-DAY.
           PICK-WEEK-FIRST.
               COMPUTE WS-FIRST-DAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-LAST-DAY) - 6).
           PICK-WEEK-EXIT.
               EXIT.

      *    --------------------------------------------------------
      *    the log is in the order sessions ended, not strictly by
      *    date, so the whole file is read and the week picked out
      *    --------------------------------------------------------
           TALLY-WEEK.
               READ COMBAT-LOG INTO WS-CEV-LINE
                   AT END
                       GO TO TALLY-WEEK-EXIT
               END-READ
               ADD 1 TO WS-EVENTS-READ
               IF WS-CEV-DATE IS NOT NUMERIC
                   OR WS-CEV-TURN IS NOT NUMERIC
                   OR WS-CEV-AMOUNT IS NOT NUMERIC
                   OR WS-CEV-HEALTH IS NOT NUMERIC
                   OR WS-CEV-ROW IS NOT NUMERIC
                   OR WS-CEV-COL IS NOT NUMERIC
                   ADD 1 TO WS-EVENTS-BAD
                   GO TO TALLY-WEEK
               END-IF
               IF WS-CEV-DATE < WS-FIRST-DAY
                   OR WS-CEV-DATE > WS-LAST-DAY
                   GO TO TALLY-WEEK
               END-IF
               ADD 1 TO WS-EVENTS-USED
               PERFORM FIND-LEVEL THRU FIND-LEVEL-EXIT
               EVALUATE WS-CEV-EVENT
                   WHEN "STRK"
                   WHEN "KILL"
                   WHEN "BITE"
                   WHEN "SPIT"
                   WHEN "DIED"
                       PERFORM TALLY-BLOW
                   WHEN "POTN"
                   WHEN "ITEM"
                       PERFORM TALLY-PICKUP
                   WHEN OTHER
                       ADD 1 TO WS-EVENTS-BAD
               END-EVALUATE
               GO TO TALLY-WEEK.
           TALLY-WEEK-EXIT.
               EXIT.

           TALLY-BLOW.
               MOVE WS-CEV-LEVEL TO WS-NEW-LEVEL
               MOVE WS-CEV-GLYPH TO WS-NEW-GLYPH
               MOVE WS-CEV-BEHAV TO WS-NEW-BEHAV
               PERFORM FIND-KIND THRU FIND-KIND-EXIT
               IF WS-KIND-IDX = 0
                   ADD 1 TO WS-KIND-OVER
               END-IF
               EVALUATE WS-CEV-EVENT
                   WHEN "STRK"
                   WHEN "KILL"
                       ADD WS-CEV-AMOUNT TO WS-TOTAL-DEALT
                       IF WS-KIND-IDX > 0
                           ADD 1 TO WS-KD-BLOWS(WS-KIND-IDX)
                           ADD WS-CEV-AMOUNT TO WS-KD-DEALT(WS-KIND-IDX)
                       END-IF
                       IF WS-CEV-EVENT = "KILL"
                           ADD 1 TO WS-TOTAL-KILLS
                           IF WS-KIND-IDX > 0
                               ADD 1 TO WS-KD-KILLS(WS-KIND-IDX)
                           END-IF
                       END-IF
                   WHEN "BITE"
                   WHEN "SPIT"
                       ADD WS-CEV-AMOUNT TO WS-TOTAL-TAKEN
                       IF WS-KIND-IDX > 0
                           ADD WS-CEV-AMOUNT TO WS-KD-TAKEN(WS-KIND-IDX)
                           IF WS-CEV-EVENT = "BITE"
                               ADD 1 TO WS-KD-BITES(WS-KIND-IDX)
                           ELSE
                               ADD 1 TO WS-KD-SPITS(WS-KIND-IDX)
                           END-IF
                       END-IF
                   WHEN "DIED"
                       ADD 1 TO WS-TOTAL-DEATHS
                       IF WS-KIND-IDX > 0
                           ADD 1 TO WS-KD-DEATHS(WS-KIND-IDX)
                       END-IF
                       PERFORM TALLY-DEATH
               END-EVALUATE.

           TALLY-DEATH.
               IF WS-LEVEL-IDX > 0
                   ADD 1 TO WS-LV-DEATHS(WS-LEVEL-IDX)
                   ADD WS-CEV-TURN TO WS-LV-TURN-SUM(WS-LEVEL-IDX)
                   IF WS-LV-DEATHS(WS-LEVEL-IDX) = 1
                       OR WS-CEV-TURN < WS-LV-FIRST(WS-LEVEL-IDX)
                       MOVE WS-CEV-TURN TO WS-LV-FIRST(WS-LEVEL-IDX)
                   END-IF
               END-IF
               PERFORM FIND-CAUSE THRU FIND-CAUSE-EXIT
               PERFORM FIND-SPOT THRU FIND-SPOT-EXIT
               IF WS-DEATH-COUNT < WS-DEATH-MAX
                   ADD 1 TO WS-DEATH-COUNT
                   MOVE SPACES TO WS-DEATH-ENTRY(WS-DEATH-COUNT)
                   STRING WS-CEV-DATE " " WS-CEV-OPER " "
                       WS-CEV-LEVEL " " WS-CEV-TURN " "
                       WS-CEV-ROW " " WS-CEV-COL "   "
                       WS-CEV-GLYPH " " WS-CEV-BEHAV " "
                       WS-CEV-DETAIL
                       DELIMITED BY SIZE
                       INTO WS-DEATH-ENTRY(WS-DEATH-COUNT)
               END-IF.

           TALLY-PICKUP.
               IF WS-LEVEL-IDX = 0
                   GO TO TALLY-PICKUP-DONE
               END-IF
               EVALUATE TRUE
                   WHEN WS-CEV-EVENT = "POTN"
                       ADD 1 TO WS-LV-POTIONS(WS-LEVEL-IDX)
                       ADD WS-CEV-AMOUNT TO WS-LV-HEALED(WS-LEVEL-IDX)
                   WHEN WS-CEV-DETAIL = "KEY "
                       ADD WS-CEV-AMOUNT TO WS-LV-KEYS(WS-LEVEL-IDX)
                   WHEN WS-CEV-DETAIL = "GOLD"
                       ADD WS-CEV-AMOUNT TO WS-LV-GOLD(WS-LEVEL-IDX)
               END-EVALUATE.
           TALLY-PICKUP-DONE.
               EXIT.

      *    the kind table stays in level then glyph order - a new
      *    kind slots in ahead of the first entry that sorts after
      *    it; a full table leaves the index at zero
           FIND-KIND.
               MOVE 1 TO WS-KIND-IDX
               PERFORM NEXT-KIND
                   UNTIL WS-KIND-IDX > WS-KIND-COUNT
                   OR WS-KD-KEY(WS-KIND-IDX) NOT < WS-NEW-KEY
               IF WS-KIND-IDX <= WS-KIND-COUNT
                   IF WS-KD-KEY(WS-KIND-IDX) = WS-NEW-KEY
                       GO TO FIND-KIND-EXIT
                   END-IF
               END-IF
               IF WS-KIND-COUNT >= WS-KIND-MAX
                   MOVE 0 TO WS-KIND-IDX
                   GO TO FIND-KIND-EXIT
               END-IF
               MOVE WS-KIND-COUNT TO WS-SHIFT-IDX
               PERFORM SHIFT-KIND
                   UNTIL WS-SHIFT-IDX < WS-KIND-IDX
               ADD 1 TO WS-KIND-COUNT
               INITIALIZE WS-KIND-ENTRY(WS-KIND-IDX)
               MOVE WS-NEW-KEY TO WS-KD-KEY(WS-KIND-IDX).
           FIND-KIND-EXIT.
               EXIT.

           NEXT-KIND.
               ADD 1 TO WS-KIND-IDX.

           SHIFT-KIND.
               MOVE WS-KIND-ENTRY(WS-SHIFT-IDX)
                   TO WS-KIND-ENTRY(WS-SHIFT-IDX + 1)
               SUBTRACT 1 FROM WS-SHIFT-IDX.

      *    levels are few - a plain lookup, added in the order met
           FIND-LEVEL.
               MOVE 1 TO WS-LEVEL-IDX
               PERFORM NEXT-LEVEL
                   UNTIL WS-LEVEL-IDX > WS-LEVEL-COUNT
                   OR WS-LV-LEVEL(WS-LEVEL-IDX) = WS-CEV-LEVEL
               IF WS-LEVEL-IDX <= WS-LEVEL-COUNT
                   GO TO FIND-LEVEL-EXIT
               END-IF
               IF WS-LEVEL-COUNT >= WS-LEVEL-MAX
                   MOVE 0 TO WS-LEVEL-IDX
                   GO TO FIND-LEVEL-EXIT
               END-IF
               ADD 1 TO WS-LEVEL-COUNT
               MOVE WS-LEVEL-COUNT TO WS-LEVEL-IDX
               INITIALIZE WS-LEVEL-ENTRY(WS-LEVEL-IDX)
               MOVE WS-CEV-LEVEL TO WS-LV-LEVEL(WS-LEVEL-IDX).
           FIND-LEVEL-EXIT.
               EXIT.

           NEXT-LEVEL.
               ADD 1 TO WS-LEVEL-IDX.

           FIND-CAUSE.
               MOVE 1 TO WS-CAUSE-IDX
               PERFORM NEXT-CAUSE
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-COUNT
                   OR (WS-CA-GLYPH(WS-CAUSE-IDX) = WS-CEV-GLYPH
                   AND WS-CA-BEHAV(WS-CAUSE-IDX) = WS-CEV-BEHAV
                   AND WS-CA-HOW(WS-CAUSE-IDX) = WS-CEV-DETAIL)
               IF WS-CAUSE-IDX > WS-CAUSE-COUNT
                   IF WS-CAUSE-COUNT >= WS-CAUSE-MAX
                       GO TO FIND-CAUSE-EXIT
                   END-IF
                   ADD 1 TO WS-CAUSE-COUNT
                   INITIALIZE WS-CAUSE-ENTRY(WS-CAUSE-IDX)
                   MOVE WS-CEV-GLYPH TO WS-CA-GLYPH(WS-CAUSE-IDX)
                   MOVE WS-CEV-BEHAV TO WS-CA-BEHAV(WS-CAUSE-IDX)
                   MOVE WS-CEV-DETAIL TO WS-CA-HOW(WS-CAUSE-IDX)
               END-IF
               ADD 1 TO WS-CA-DEATHS(WS-CAUSE-IDX).
           FIND-CAUSE-EXIT.
               EXIT.

           NEXT-CAUSE.
               ADD 1 TO WS-CAUSE-IDX.

           FIND-SPOT.
               MOVE 1 TO WS-SPOT-IDX
               PERFORM NEXT-SPOT
                   UNTIL WS-SPOT-IDX > WS-SPOT-COUNT
                   OR (WS-SP-LEVEL(WS-SPOT-IDX) = WS-CEV-LEVEL
                   AND WS-SP-ROW(WS-SPOT-IDX) = WS-CEV-ROW
                   AND WS-SP-COL(WS-SPOT-IDX) = WS-CEV-COL)
               IF WS-SPOT-IDX > WS-SPOT-COUNT
                   IF WS-SPOT-COUNT >= WS-SPOT-MAX
                       GO TO FIND-SPOT-EXIT
                   END-IF
                   ADD 1 TO WS-SPOT-COUNT
                   INITIALIZE WS-SPOT-ENTRY(WS-SPOT-IDX)
                   MOVE WS-CEV-LEVEL TO WS-SP-LEVEL(WS-SPOT-IDX)
                   MOVE WS-CEV-ROW TO WS-SP-ROW(WS-SPOT-IDX)
                   MOVE WS-CEV-COL TO WS-SP-COL(WS-SPOT-IDX)
               END-IF
               ADD 1 TO WS-SP-DEATHS(WS-SPOT-IDX).
           FIND-SPOT-EXIT.
               EXIT.

           NEXT-SPOT.
               ADD 1 TO WS-SPOT-IDX.

      *    --------------------------------------------------------
      *    damage both ways by level and kind - blows and damage the
      *    players dealt the kind, and the hits, damage and deaths
      *    it dealt them back
      *    --------------------------------------------------------
           PRINT-KINDS.
               PERFORM WRITE-REPORT
               MOVE "DAMAGE BY LEVEL AND MONSTER KIND" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE "                  -- BY THE PLAYERS - "
                   & "---- ON THE PLAYERS ----" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE "LEVEL        KIND BLOWS   DEALT KILLS BITES "
                   & "SPITS   TAKEN DEATHS" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 1 TO WS-KIND-IDX
               PERFORM PRINT-ONE-KIND
                   UNTIL WS-KIND-IDX > WS-KIND-COUNT
               IF WS-KIND-OVER > 0
                   STRING "  " WS-KIND-OVER " EVENTS PAST THE "
                       WS-KIND-MAX " KINDS THE TABLE HOLDS - IN THE "
                       "TOTALS ONLY"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF.

           PRINT-ONE-KIND.
               MOVE WS-KD-LEVEL(WS-KIND-IDX) TO WS-KL-LEVEL
               MOVE WS-KD-GLYPH(WS-KIND-IDX) TO WS-KL-GLYPH
               MOVE WS-KD-BEHAV(WS-KIND-IDX) TO WS-KL-BEHAV
               MOVE WS-KD-BLOWS(WS-KIND-IDX) TO WS-KL-BLOWS
               MOVE WS-KD-DEALT(WS-KIND-IDX) TO WS-KL-DEALT
               MOVE WS-KD-KILLS(WS-KIND-IDX) TO WS-KL-KILLS
               MOVE WS-KD-BITES(WS-KIND-IDX) TO WS-KL-BITES
               MOVE WS-KD-SPITS(WS-KIND-IDX) TO WS-KL-SPITS
               MOVE WS-KD-TAKEN(WS-KIND-IDX) TO WS-KL-TAKEN
               MOVE WS-KD-DEATHS(WS-KIND-IDX) TO WS-KL-DEATHS
               MOVE WS-KIND-LINE TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-KIND-IDX.

      *    how long players last on each level and what the level
      *    gave them - potions from the floor and the shop, keys
      *    and gold
           PRINT-LEVELS.
               PERFORM WRITE-REPORT
               MOVE "DEATHS AND SUPPLIES BY LEVEL" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE "LEVEL        DEATHS  AVG TURN     FIRST "
                   & "POTNS  HEALED  KEYS    GOLD" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 1 TO WS-LEVEL-IDX
               PERFORM PRINT-ONE-LEVEL
                   UNTIL WS-LEVEL-IDX > WS-LEVEL-COUNT.

           PRINT-ONE-LEVEL.
               MOVE WS-LV-LEVEL(WS-LEVEL-IDX) TO WS-LL-LEVEL
               MOVE WS-LV-DEATHS(WS-LEVEL-IDX) TO WS-LL-DEATHS
               IF WS-LV-DEATHS(WS-LEVEL-IDX) > 0
                   COMPUTE WS-AVG-TURN ROUNDED =
                       WS-LV-TURN-SUM(WS-LEVEL-IDX)
                       / WS-LV-DEATHS(WS-LEVEL-IDX)
               ELSE
                   MOVE 0 TO WS-AVG-TURN
               END-IF
               MOVE WS-AVG-TURN TO WS-LL-AVG
               MOVE WS-LV-FIRST(WS-LEVEL-IDX) TO WS-LL-FIRST
               MOVE WS-LV-POTIONS(WS-LEVEL-IDX) TO WS-LL-POTIONS
               MOVE WS-LV-HEALED(WS-LEVEL-IDX) TO WS-LL-HEALED
               MOVE WS-LV-KEYS(WS-LEVEL-IDX) TO WS-LL-KEYS
               MOVE WS-LV-GOLD(WS-LEVEL-IDX) TO WS-LL-GOLD
               MOVE WS-LEVEL-LINE TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-LEVEL-IDX.

      *    causes of death, commonest first - each pass prints the
      *    biggest count not yet printed
           PRINT-CAUSES.
               PERFORM WRITE-REPORT
               MOVE "CAUSES OF DEATH" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-TOTAL-DEATHS = 0
                   MOVE "  NO PLAYER DIED THIS WEEK" TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   GO TO PRINT-CAUSES-DONE
               END-IF
               MOVE "KIND   HOW    DEATHS  SHARE" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 1 TO WS-DEATH-IDX
               PERFORM PRINT-ONE-CAUSE
                   UNTIL WS-DEATH-IDX > WS-CAUSE-COUNT.
           PRINT-CAUSES-DONE.
               EXIT.

           PRINT-ONE-CAUSE.
               MOVE 0 TO WS-BEST-IDX
               MOVE 0 TO WS-BEST-DEATHS
               MOVE 1 TO WS-CAUSE-IDX
               PERFORM PICK-CAUSE
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-COUNT
               MOVE 1 TO WS-CA-DONE(WS-BEST-IDX)
               COMPUTE WS-PCT ROUNDED =
                   WS-CA-DEATHS(WS-BEST-IDX) * 100 / WS-TOTAL-DEATHS
               MOVE WS-CA-DEATHS(WS-BEST-IDX) TO WS-COUNT-OUT
               STRING WS-CA-GLYPH(WS-BEST-IDX) " "
                   WS-CA-BEHAV(WS-BEST-IDX) "    "
                   WS-CA-HOW(WS-BEST-IDX) "    " WS-COUNT-OUT "  "
                   WS-PCT "%"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-DEATH-IDX.

           PICK-CAUSE.
               IF WS-CA-DONE(WS-CAUSE-IDX) = 0
                   AND WS-CA-DEATHS(WS-CAUSE-IDX) > WS-BEST-DEATHS
                   MOVE WS-CAUSE-IDX TO WS-BEST-IDX
                   MOVE WS-CA-DEATHS(WS-CAUSE-IDX) TO WS-BEST-DEATHS
               END-IF
               ADD 1 TO WS-CAUSE-IDX.

      *    the ten squares the most players died on
           PRINT-SPOTS.
               IF WS-TOTAL-DEATHS = 0
                   GO TO PRINT-SPOTS-DONE
               END-IF
               PERFORM WRITE-REPORT
               MOVE "WHERE PLAYERS DIED - THE TEN WORST SQUARES"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE "LEVEL         ROW COL DEATHS" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 0 TO WS-SPOTS-SHOWN
               PERFORM PRINT-ONE-SPOT
                   UNTIL WS-SPOTS-SHOWN >= 10
                   OR WS-SPOTS-SHOWN >= WS-SPOT-COUNT.
           PRINT-SPOTS-DONE.
               EXIT.

           PRINT-ONE-SPOT.
               MOVE 0 TO WS-BEST-IDX
               MOVE 0 TO WS-BEST-DEATHS
               MOVE 1 TO WS-SPOT-IDX
               PERFORM PICK-SPOT
                   UNTIL WS-SPOT-IDX > WS-SPOT-COUNT
               MOVE 1 TO WS-SP-DONE(WS-BEST-IDX)
               MOVE WS-SP-DEATHS(WS-BEST-IDX) TO WS-COUNT-OUT
               STRING WS-SP-LEVEL(WS-BEST-IDX) "  "
                   WS-SP-ROW(WS-BEST-IDX) " "
                   WS-SP-COL(WS-BEST-IDX) "  " WS-COUNT-OUT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-SPOTS-SHOWN.

           PICK-SPOT.
               IF WS-SP-DONE(WS-SPOT-IDX) = 0
                   AND WS-SP-DEATHS(WS-SPOT-IDX) > WS-BEST-DEATHS
                   MOVE WS-SPOT-IDX TO WS-BEST-IDX
                   MOVE WS-SP-DEATHS(WS-SPOT-IDX) TO WS-BEST-DEATHS
               END-IF
               ADD 1 TO WS-SPOT-IDX.

      *    every death of the week as it was logged
           PRINT-DEATHS.
               IF WS-TOTAL-DEATHS = 0
                   GO TO PRINT-DEATHS-DONE
               END-IF
               PERFORM WRITE-REPORT
               MOVE "DEATHS" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE "DATE     OPERATOR LEVEL             TURN ROW COL"
                   & "   KILLED BY" TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               MOVE 1 TO WS-DEATH-IDX
               PERFORM PRINT-ONE-DEATH
                   UNTIL WS-DEATH-IDX > WS-DEATH-COUNT
               IF WS-TOTAL-DEATHS > WS-DEATH-COUNT
                   COMPUTE WS-MORE-DEATHS =
                       WS-TOTAL-DEATHS - WS-DEATH-COUNT
                   STRING "  AND " WS-MORE-DEATHS " MORE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF.
           PRINT-DEATHS-DONE.
               EXIT.

           PRINT-ONE-DEATH.
               MOVE WS-DEATH-ENTRY(WS-DEATH-IDX) TO WS-RPT-LINE
               PERFORM WRITE-REPORT
               ADD 1 TO WS-DEATH-IDX.

           COMBAT-EXIT.
               MOVE "COMBRPT" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM COMBRPT.
