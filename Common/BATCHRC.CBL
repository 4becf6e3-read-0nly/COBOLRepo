           SELECT STEP-RC-FILE ASSIGN TO "STEPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.
           SELECT RUN-PLAN ASSIGN TO "RUNPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-RC-FILE.
       01  STEP-RC-REC PIC X(40).
       FD  RUN-HISTORY.
       01  RUN-HISTORY-REC PIC X(80).
       FD  RUN-PLAN.
       01  RUN-PLAN-REC PIC X(48).
       WORKING-STORAGE SECTION.
           01 WS-RC-STATUS PIC X(2) VALUES "00".
           01 WS-RUNH-STATUS PIC X(2) VALUES "00".
           01 WS-PLAN-STATUS PIC X(2) VALUES "00".
           01 WS-RC-CLOCK PIC 9(8).
           01 WS-RC-LINE.
               05 WS-RL-PGM PIC X(12).
               05 WS-RL-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RL-TIME PIC 9(6).
      *    the steps started and not yet ended in this run unit -
      *    working storage keeps the start between the two calls
           01 WS-START-TABLE VALUE SPACES.
               05 WS-START-ENTRY OCCURS 10 TIMES.
                   10 WS-SE-PGM PIC X(12).
                   10 WS-SE-DATE PIC 9(8).
                   10 WS-SE-TIME PIC 9(6).
           01 WS-START-IDX PIC 9(2).
           01 WS-START-FOUND PIC 9(2) VALUES 0.
           01 WS-OPER-ENV PIC X(8) VALUES SPACES.
           01 WS-START-SECS PIC 9(12).
           01 WS-END-SECS PIC 9(12).
           01 WS-HMS PIC 9(6).
           01 WS-HMS-PARTS REDEFINES WS-HMS.
               05 WS-HMS-HH PIC 9(2).
               05 WS-HMS-MM PIC 9(2).
               05 WS-HMS-SS PIC 9(2).
           COPY RUNHIST.
           COPY RUNCAL.
           COPY NOTICE.
       LINKAGE SECTION.
       COPY BATCHRC.

      *    must never disturb the return code it is recording
       PROCEDURE DIVISION USING BRC-PARMS.
           MAIN-LOGIC.
               IF BRC-PHASE = "S"
                   PERFORM NOTE-START THRU NOTE-START-EXIT
                   GO TO BRC-EXIT
               END-IF
               MOVE BRC-PROGRAM TO WS-RL-PGM
               MOVE BRC-RC TO WS-RL-RC
               ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
                   WRITE STEP-RC-REC
                   CLOSE STEP-RC-FILE
               END-IF
               PERFORM WRITE-TIMING THRU WRITE-TIMING-EXIT
               PERFORM POST-FAILED-STEP THRU POST-FAILED-EXIT
      *        hand the code back, or the caller's step would end zero
               MOVE BRC-RC TO RETURN-CODE
               GO TO BRC-EXIT.

      *    a program run from a menu session is not part of the batch
      *    window - only a step started outside one is timed
           NOTE-START.
      *        the running program rides the run-unit environment so
      *        the report catalog can say which step produced a report
               SET ENVIRONMENT "BATCHPGM" TO BRC-PROGRAM
               ACCEPT WS-OPER-ENV FROM ENVIRONMENT "UTILOPER"
               IF WS-OPER-ENV NOT = SPACES
                   GO TO NOTE-START-EXIT
               END-IF
               PERFORM FIND-START
               IF WS-START-FOUND = 0
                   MOVE 1 TO WS-START-IDX
                   PERFORM FIND-FREE-START
                       UNTIL WS-START-IDX > 10
                       OR WS-START-FOUND > 0
               END-IF
               IF WS-START-FOUND = 0
                   GO TO NOTE-START-EXIT
               END-IF
               MOVE BRC-PROGRAM TO WS-SE-PGM(WS-START-FOUND)
               ACCEPT WS-SE-DATE(WS-START-FOUND) FROM DATE YYYYMMDD
               ACCEPT WS-RC-CLOCK FROM TIME
               MOVE WS-RC-CLOCK(1:6) TO WS-SE-TIME(WS-START-FOUND).
           NOTE-START-EXIT.
               EXIT.

           FIND-START.
               MOVE 0 TO WS-START-FOUND
               MOVE 1 TO WS-START-IDX
               PERFORM MATCH-START
                   UNTIL WS-START-IDX > 10 OR WS-START-FOUND > 0.

           MATCH-START.
               IF WS-SE-PGM(WS-START-IDX) = BRC-PROGRAM
                   MOVE WS-START-IDX TO WS-START-FOUND
               END-IF
               ADD 1 TO WS-START-IDX.

           FIND-FREE-START.
               IF WS-SE-PGM(WS-START-IDX) = SPACES
                   OR WS-SE-PGM(WS-START-IDX) = LOW-VALUES
                   MOVE WS-START-IDX TO WS-START-FOUND
               END-IF
               ADD 1 TO WS-START-IDX.

      *    a step whose start was never noted (a menu session, or a
      *    program that only calls in at the end) leaves no timing
           WRITE-TIMING.
               PERFORM FIND-START
               IF WS-START-FOUND = 0
                   GO TO WRITE-TIMING-EXIT
               END-IF
               MOVE WS-SE-TIME(WS-START-FOUND) TO WS-HMS
               COMPUTE WS-START-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-SE-DATE(WS-START-FOUND))
                   * 86400 + WS-HMS-HH * 3600 + WS-HMS-MM * 60
                   + WS-HMS-SS
               MOVE WS-RL-TIME TO WS-HMS
               COMPUTE WS-END-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-RL-DATE) * 86400
                   + WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
               MOVE SPACES TO WS-RHT-LINE
               MOVE WS-SE-DATE(WS-START-FOUND) TO WS-RHT-DATE
               PERFORM READ-CYCLE-DATE THRU READ-CYCLE-DATE-EXIT
               MOVE "STEP" TO WS-RHT-TAG
               MOVE BRC-PROGRAM TO WS-RHT-PGM
               MOVE WS-SE-DATE(WS-START-FOUND) TO WS-RHT-START-DATE
               MOVE WS-SE-TIME(WS-START-FOUND) TO WS-RHT-START-TIME
               MOVE WS-RL-TIME TO WS-RHT-END-TIME
               IF WS-END-SECS < WS-START-SECS
                   MOVE 0 TO WS-RHT-ELAPSED
               ELSE
                   COMPUTE WS-RHT-ELAPSED = WS-END-SECS - WS-START-SECS
               END-IF
               MOVE BRC-RC TO WS-RHT-RC
               MOVE SPACES TO WS-SE-PGM(WS-START-FOUND)
               OPEN EXTEND RUN-HISTORY
               IF WS-RUNH-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT RUN-HISTORY
               END-IF
               IF WS-RUNH-STATUS = "00"
                   MOVE WS-RHT-LINE TO RUN-HISTORY-REC
                   WRITE RUN-HISTORY-REC
                   CLOSE RUN-HISTORY
               END-IF.
           WRITE-TIMING-EXIT.
               EXIT.

      *    a batch step that fails stops the stream behind it - the
      *    supervisors hear of it at their next sign-on rather than
      *    from whoever reads BATCHSTAT first. menu runs report their
      *    own failures on the screen
           POST-FAILED-STEP.
               IF BRC-RC < 8
                   GO TO POST-FAILED-EXIT
               END-IF
               ACCEPT WS-OPER-ENV FROM ENVIRONMENT "UTILOPER"
               IF WS-OPER-ENV NOT = SPACES
                   GO TO POST-FAILED-EXIT
               END-IF
               MOVE SPACES TO NOTE-TEXT
               STRING "BATCH STEP " DELIMITED BY SIZE
                   BRC-PROGRAM DELIMITED BY SPACE
                   " ENDED RC " BRC-RC " " WS-RL-DATE " "
                   WS-RL-TIME " - SEE BATCH STATUS"
                   DELIMITED BY SIZE INTO NOTE-TEXT
               MOVE "P" TO NOTE-ACTION
               MOVE "BATCHRC" TO NOTE-FROM
               MOVE "S" TO NOTE-TO-TYPE
               MOVE SPACES TO NOTE-TO-ID
               CALL "NOTICE" USING NOTE-PARMS.
           POST-FAILED-EXIT.
               EXIT.

      *    the night's RUNCAL plan names the cycle; with no plan the
      *    step files under the day it started
           READ-CYCLE-DATE.
               OPEN INPUT RUN-PLAN
               IF WS-PLAN-STATUS NOT = "00"
                   GO TO READ-CYCLE-DATE-EXIT
               END-IF
               READ RUN-PLAN INTO WS-PLAN-LINE
                   AT END
                       CLOSE RUN-PLAN
                       GO TO READ-CYCLE-DATE-EXIT
               END-READ
               CLOSE RUN-PLAN
               IF WS-PLAN-DATE IS NUMERIC
                   MOVE WS-PLAN-DATE TO WS-RHT-DATE
               END-IF.
           READ-CYCLE-DATE-EXIT.
               EXIT.

           BRC-EXIT.
               GOBACK.
       END PROGRAM BATCHRC.
