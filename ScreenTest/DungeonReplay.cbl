       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNGREPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECCAT-FILE ASSIGN TO "DUNGRECS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECCAT-STATUS.
           SELECT RECORDING-FILE ASSIGN TO WS-RECORD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECORD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECCAT-FILE.
       01  RECCAT-FILE-REC PIC X(100).
       FD  RECORDING-FILE.
       01  RECORDING-FILE-REC PIC X(322).
       LOCAL-STORAGE SECTION.
           01 WS-RECCAT-STATUS PIC X(2).
           01 WS-RECORD-STATUS PIC X(2).
           01 WS-RECORD-FILENAME PIC X(20) VALUES SPACES.
           01 WS-ASKED-FILE PIC X(20) VALUES SPACES.
           COPY DUNGREC.
           COPY DUNGPARM.
      *    the catalog is listed newest last - only the most recent
      *    ten are kept on the way through
           01 WS-RECENT-COUNT PIC 9(2) VALUES 0.
           01 WS-RECENT-IDX PIC 9(2).
           01 WS-RECENT-TABLE.
               05 WS-RECENT-LINE PIC X(100) OCCURS 10 TIMES.
           01 WS-LATEST-FILE PIC X(20) VALUES SPACES.
      *    what the recording itself says, gathered before the replay
      *    so the replay's outcome can be held up against it
           01 WS-HEAD-LINE PIC X(322) VALUES SPACES.
           01 WS-REC-LEVEL PIC X(20) VALUES SPACES.
           01 WS-REC-SURVIVAL PIC 9(1) VALUES 0.
           01 WS-REC-FROM-SAVE PIC 9(1) VALUES 0.
           01 WS-REC-PARTNER PIC X(20) VALUES SPACES.
           01 WS-REC-CHAL-DATE PIC 9(8) VALUES 0.
           01 WS-REC-KEYS PIC 9(9) VALUES 0.
           01 WS-REC-FIRST-TURN PIC 9(9) VALUES 0.
           01 WS-REC-LAST-TURN PIC 9(9) VALUES 0.
           01 WS-REC-SHOP-KEYS PIC 9(5) VALUES 0.
           01 WS-REC-ENDED PIC 9(1) VALUES 0.
           01 WS-REC-RESULT PIC X(4) VALUES SPACES.
           01 WS-REC-TURNS PIC 9(9) VALUES 0.
           01 WS-REC-HEALTH PIC 9(3) VALUES 0.
           01 WS-MODE PIC X(1) VALUES SPACE.
           01 WS-STOP-TURN PIC 9(9) VALUES 0.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               DISPLAY "DUNGEON SESSION REPLAY"
               PERFORM LIST-CATALOG THRU LIST-CATALOG-EXIT
               DISPLAY "ENTER RECORDING NAME (BLANK FOR THE LATEST)"
               ACCEPT WS-ASKED-FILE
               IF WS-ASKED-FILE = SPACES
                   MOVE WS-LATEST-FILE TO WS-ASKED-FILE
               END-IF
               IF WS-ASKED-FILE = SPACES
                   DISPLAY "NO RECORDING NAMED AND NONE CATALOGED"
                   GO TO REPLAY-EXIT
               END-IF
               MOVE WS-ASKED-FILE TO WS-RECORD-FILENAME
               PERFORM SCAN-RECORDING THRU SCAN-RECORDING-EXIT
               IF WS-HEAD-LINE = SPACES
                   DISPLAY WS-RECORD-FILENAME
                       " IS MISSING OR IS NOT A DUNGEON RECORDING"
                   GO TO REPLAY-EXIT
               END-IF
               PERFORM SHOW-RECORDING THRU SHOW-RECORDING-EXIT
               PERFORM ASK-MODE THRU ASK-MODE-EXIT
               MOVE WS-RECORD-FILENAME TO DUNG-PARM-RECORDING
               MOVE WS-STOP-TURN TO DUNG-PARM-STOP-TURN
               IF WS-MODE = "E"
                   MOVE "N" TO DUNG-PARM-STEP
               ELSE
                   MOVE "Y" TO DUNG-PARM-STEP
               END-IF
               MOVE SPACES TO DUNG-PARM-RESULT
               MOVE 0 TO DUNG-PARM-TURNS
               MOVE 0 TO DUNG-PARM-HEALTH
               MOVE "N" TO DUNG-PARM-AUTOPLAY
               CALL "GameboardDisplay" USING DUNG-PARMS
               PERFORM SHOW-VERDICT THRU SHOW-VERDICT-EXIT
               GO TO REPLAY-EXIT.

      *    the recent end of the catalog, so the recording behind a
      *    problem report can be picked out by operator and time
           LIST-CATALOG.
               OPEN INPUT RECCAT-FILE
               IF WS-RECCAT-STATUS NOT = "00"
                   DISPLAY "NO RECORDINGS CATALOGED YET"
                   GO TO LIST-CATALOG-EXIT
               END-IF.
           LIST-CATALOG-READ.
               READ RECCAT-FILE INTO WS-DRCAT-LINE
                   AT END
                       CLOSE RECCAT-FILE
                       GO TO LIST-CATALOG-SHOW
               END-READ
               MOVE WS-DRC-FILE TO WS-LATEST-FILE
               IF WS-RECENT-COUNT < 10
                   ADD 1 TO WS-RECENT-COUNT
               ELSE
                   MOVE 1 TO WS-RECENT-IDX
                   PERFORM SHIFT-RECENT THRU SHIFT-RECENT-EXIT
                       UNTIL WS-RECENT-IDX >= 10
               END-IF
               MOVE WS-DRCAT-LINE TO WS-RECENT-LINE(WS-RECENT-COUNT)
               GO TO LIST-CATALOG-READ.
           LIST-CATALOG-SHOW.
               IF WS-RECENT-COUNT = 0
                   DISPLAY "NO RECORDINGS CATALOGED YET"
                   GO TO LIST-CATALOG-EXIT
               END-IF
               DISPLAY "RECENT RECORDINGS - NEWEST LAST"
               DISPLAY "DATE     TIME   RECORDING            "
                   "OPERATOR             LEVEL                "
                   "RSLT TURNS"
               MOVE 1 TO WS-RECENT-IDX
               PERFORM SHOW-RECENT THRU SHOW-RECENT-EXIT
                   UNTIL WS-RECENT-IDX > WS-RECENT-COUNT.
           LIST-CATALOG-EXIT.
               EXIT.

           SHIFT-RECENT.
               MOVE WS-RECENT-LINE(WS-RECENT-IDX + 1)
                   TO WS-RECENT-LINE(WS-RECENT-IDX)
               ADD 1 TO WS-RECENT-IDX.
           SHIFT-RECENT-EXIT.
               EXIT.

           SHOW-RECENT.
               DISPLAY WS-RECENT-LINE(WS-RECENT-IDX)
               ADD 1 TO WS-RECENT-IDX.
           SHOW-RECENT-EXIT.
               EXIT.

      *    one pass over the recording before it is played - the
      *    header, where the game began, how many turns were kept and
      *    the outcome line, which is missing when the session died
      *    without reaching its end (a crash or a killed terminal)
           SCAN-RECORDING.
               MOVE SPACES TO WS-HEAD-LINE
               OPEN INPUT RECORDING-FILE
               IF WS-RECORD-STATUS NOT = "00"
                   GO TO SCAN-RECORDING-EXIT
               END-IF
               READ RECORDING-FILE INTO WS-DREC-LINE
                   AT END
                       MOVE SPACES TO WS-DREC-LINE
               END-READ
               IF WS-DR-TYPE NOT = "H" OR WS-DRH-SEED IS NOT NUMERIC
                   CLOSE RECORDING-FILE
                   GO TO SCAN-RECORDING-EXIT
               END-IF
               MOVE WS-DREC-LINE TO WS-HEAD-LINE.
           SCAN-RECORDING-READ.
               READ RECORDING-FILE INTO WS-DREC-LINE
                   AT END
                       CLOSE RECORDING-FILE
                       GO TO SCAN-RECORDING-EXIT
               END-READ
               EVALUATE WS-DR-TYPE
                   WHEN "C"
                       IF WS-DR-BODY NOT = SPACES
                           MOVE 1 TO WS-REC-FROM-SAVE
                       END-IF
                   WHEN "J"
                       MOVE WS-DRH-OPER TO WS-REC-PARTNER
                   WHEN "D"
                       IF WS-DRD-REPLY = "G"
                           MOVE WS-DRD-DATE TO WS-REC-CHAL-DATE
                       END-IF
                   WHEN "G"
                       MOVE WS-DRG-LEVEL TO WS-REC-LEVEL
                       MOVE WS-DRG-SURVIVAL TO WS-REC-SURVIVAL
                   WHEN "K"
                       IF WS-REC-KEYS = 0
                           MOVE WS-DRK-TURN TO WS-REC-FIRST-TURN
                       END-IF
                       ADD 1 TO WS-REC-KEYS
                       MOVE WS-DRK-TURN TO WS-REC-LAST-TURN
                   WHEN "S"
                       ADD 1 TO WS-REC-SHOP-KEYS
                   WHEN "E"
                       MOVE 1 TO WS-REC-ENDED
                       MOVE WS-DRE-RESULT TO WS-REC-RESULT
                       MOVE WS-DRE-TURNS TO WS-REC-TURNS
                       MOVE WS-DRE-HEALTH TO WS-REC-HEALTH
               END-EVALUATE
               GO TO SCAN-RECORDING-READ.
           SCAN-RECORDING-EXIT.
               EXIT.

           SHOW-RECORDING.
               MOVE WS-HEAD-LINE TO WS-DREC-LINE
               DISPLAY "===================================="
               DISPLAY "RECORDING " WS-RECORD-FILENAME
               DISPLAY "PLAYED    " WS-DRH-DATE " " WS-DRH-TIME
                   " BY " WS-DRH-OPER
               IF WS-REC-PARTNER NOT = SPACES
                   DISPLAY "CO-OP     WITH " WS-REC-PARTNER
               END-IF
               DISPLAY "SEED      " WS-DRH-SEED
               DISPLAY "CHARACTER LEVEL " WS-DRH-PROF-LEVEL
                   " - MAX HEALTH " WS-DRH-MAXHP " SWORD " WS-DRH-DMG
                   " SIGHT " WS-DRH-SIGHT " KEYS " WS-DRH-KEYS
               IF WS-REC-LEVEL NOT = SPACES
                   IF WS-REC-SURVIVAL = 1
                       DISPLAY "LEVEL     " WS-REC-LEVEL
                           " SURVIVAL MODE"
                   ELSE
                       DISPLAY "LEVEL     " WS-REC-LEVEL
                   END-IF
               END-IF
               IF WS-REC-FROM-SAVE = 1
                   DISPLAY "BEGAN FROM A SAVED GAME"
               END-IF
               IF WS-REC-CHAL-DATE > 0
                   DISPLAY "DAILY CHALLENGE ATTEMPT FOR "
                       WS-REC-CHAL-DATE
               END-IF
               IF WS-REC-KEYS = 0
                   DISPLAY "NO TURNS RECORDED"
               ELSE
                   DISPLAY "TURNS     " WS-REC-FIRST-TURN " TO "
                       WS-REC-LAST-TURN " (" WS-REC-KEYS
                       " RECORDED, " WS-REC-SHOP-KEYS " SHOP KEYS)"
               END-IF
               IF WS-REC-ENDED = 1
                   DISPLAY "OUTCOME   " WS-REC-RESULT " AT TURN "
                       WS-REC-TURNS " HEALTH " WS-REC-HEALTH
               ELSE
                   DISPLAY "OUTCOME   NONE - THE SESSION DID NOT "
                       "CLOSE NORMALLY"
               END-IF
               DISPLAY "====================================".
           SHOW-RECORDING-EXIT.
               EXIT.

      *    stepping from the start, a quiet run up to a chosen turn
      *    and stepping on from there, or a quiet run to the final
      *    board - a turn outside the recording steps from the start
           ASK-MODE.
               MOVE 0 TO WS-STOP-TURN
               DISPLAY "S = STEP FROM THE START, T = RUN TO A TURN "
                   "THEN STEP, E = RUN TO THE END (DEFAULT E)"
               ACCEPT WS-MODE
               IF WS-MODE = "s"
                   MOVE "S" TO WS-MODE
               END-IF
               IF WS-MODE = "t"
                   MOVE "T" TO WS-MODE
               END-IF
               IF WS-MODE NOT = "S" AND WS-MODE NOT = "T"
                   MOVE "E" TO WS-MODE
               END-IF
               IF WS-MODE NOT = "T"
                   GO TO ASK-MODE-EXIT
               END-IF
               DISPLAY "STOP AT TURN"
               ACCEPT WS-STOP-TURN
               IF WS-STOP-TURN IS NOT NUMERIC
                   OR WS-STOP-TURN < WS-REC-FIRST-TURN
                   OR WS-STOP-TURN > WS-REC-LAST-TURN
                   DISPLAY "TURN NOT IN THE RECORDING - STEPPING FROM "
                       "THE START"
                   MOVE 0 TO WS-STOP-TURN
               END-IF.
           ASK-MODE-EXIT.
               EXIT.

      *    the replay's outcome held up against the recorded one - a
      *    match means the problem report can be watched as it
      *    happened; anything else says why not
           SHOW-VERDICT.
               DISPLAY "===================================="
               DISPLAY "REPLAY OF " WS-RECORD-FILENAME
               DISPLAY "REPLAY RESULT: " DUNG-PARM-RESULT " AT TURN "
                   DUNG-PARM-TURNS " HEALTH " DUNG-PARM-HEALTH
               EVALUATE DUNG-PARM-RESULT
                   WHEN "NONE"
                       DISPLAY "THE RECORDING COULD NOT BE READ"
                   WHEN "STOP"
                       DISPLAY "REPLAY STOPPED BEFORE THE END"
                   WHEN "DIVG"
                       DISPLAY "REPLAY LEFT THE RECORDING AT TURN "
                           DUNG-PARM-TURNS
                       DISPLAY "THE LEVEL OR MONSTER FILES MAY HAVE "
                           "CHANGED SINCE IT WAS PLAYED"
                   WHEN "ENDR"
                       IF WS-REC-ENDED = 0
                           DISPLAY "RECORDING ENDS WITHOUT AN OUTCOME"
                               " - THE SESSION DID NOT CLOSE NORMALLY"
                       ELSE
                           DISPLAY "REPLAY DOES NOT MATCH - THE "
                               "RECORDING RAN OUT FIRST"
                       END-IF
                   WHEN OTHER
                       IF WS-REC-ENDED = 1
                           AND DUNG-PARM-RESULT = WS-REC-RESULT
                           AND DUNG-PARM-TURNS = WS-REC-TURNS
                           AND DUNG-PARM-HEALTH = WS-REC-HEALTH
                           DISPLAY "REPLAY MATCHES THE RECORDING"
                       ELSE
                           DISPLAY "REPLAY DOES NOT MATCH THE "
                               "RECORDED OUTCOME"
                       END-IF
               END-EVALUATE
               IF DUNG-PARM-RESULT NOT = "NONE"
                   DISPLAY "ATTACH " WS-RECORD-FILENAME
                       " TO THE PROBLEM REPORT"
               END-IF
               DISPLAY "====================================".
           SHOW-VERDICT-EXIT.
               EXIT.

           REPLAY-EXIT.
           GOBACK.
       END PROGRAM DUNGREPL.
