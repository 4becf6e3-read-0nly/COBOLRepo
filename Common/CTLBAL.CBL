       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLBAL.
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
      *    the four flat files are read through one dynamic name
           SELECT FLAT-FILE ASSIGN TO WS-FLAT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-HISTORY.
       COPY MATCHREC.
       FD  FLAT-FILE.
       01  FLAT-FILE-REC PIC X(80).
       LOCAL-STORAGE SECTION.
           01 WS-HISTORY-STATUS PIC X(2) VALUES "00".
           01 WS-FLAT-STATUS PIC X(2) VALUES "00".
           01 WS-FLAT-FILENAME PIC X(20) VALUES SPACES.
           01 WS-VERB PIC X(8) VALUES SPACES.
           01 WS-TARGET PIC X(12) VALUES SPACES.
           01 WS-PARM-WORK PIC X(30) VALUES SPACES.
      *    the five controlled files, balanced in this order
           01 WS-CTL-FILES.
               05 FILLER PIC X(12) VALUES "MATCHHIST".
               05 FILLER PIC X(12) VALUES "MOVELOG".
               05 FILLER PIC X(12) VALUES "RATEJRNL".
               05 FILLER PIC X(12) VALUES "SESSIONLOG".
               05 FILLER PIC X(12) VALUES "LEADERBOARD".
           01 WS-CTL-FILE-LIST REDEFINES WS-CTL-FILES.
               05 WS-CF-NAME PIC X(12) OCCURS 5 TIMES.
           01 WS-CF-IDX PIC 9(1).
           01 WS-FILE-OK PIC 9(1).
      *    the totals recomputed from the file and the ones on record
           01 WS-FILE-COUNT PIC S9(9).
           01 WS-FILE-HASH-1 PIC S9(18).
           01 WS-FILE-HASH-2 PIC S9(18).
           01 WS-CTL-FOUND PIC X(2).
           01 WS-ED-TOTAL PIC -(18)9.
           01 WS-ED-CONTROL PIC -(18)9.
           01 WS-BALANCED PIC 9(2) VALUES 0.
           01 WS-OUT-OF-BALANCE PIC 9(2) VALUES 0.
           01 WS-ESTABLISHED PIC 9(2) VALUES 0.
           01 WS-RESULT PIC X(20).
           01 WS-RPT-LINE PIC X(80) VALUES SPACES.
           COPY CTLTOTAL.
           COPY RPTWRITE.
           COPY BATCHRC.
       LINKAGE SECTION.
       01  PARM-REC.
           05 PARM-LEN PIC S9(4) COMP.
           05 PARM-TEXT PIC X(30).

       PROCEDURE DIVISION USING PARM-REC.
           MAIN-LOGIC.
               MOVE "CTLBAL" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               MOVE "BALANCE" TO WS-VERB
               IF ADDRESS OF PARM-REC NOT = NULL
                   IF PARM-LEN > 0 AND PARM-LEN <= 30
                       MOVE SPACES TO WS-PARM-WORK
                       MOVE PARM-TEXT(1:PARM-LEN) TO WS-PARM-WORK
                       UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
                           INTO WS-VERB WS-TARGET
                   END-IF
               END-IF
               MOVE "CTLBAL" TO CTOT-PROGRAM
               EVALUATE WS-VERB
                   WHEN "BALANCE"
                       PERFORM BALANCE-FILES
                   WHEN "RESET"
                       PERFORM RESET-ONE-FILE THRU RESET-ONE-EXIT
                   WHEN OTHER
                       DISPLAY "CTLBAL: PARM IS 'BALANCE' OR "
                           "'RESET filename'"
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
               GO TO BAL-EXIT.

      *    --------------------------------------------------------
      *    BALANCE - recompute each file's count and hash totals
      *    from the file itself and hold them against its control
      *    record. a file with no control record yet has one set up
      *    from the file; any file out of balance ends the step RC 8
      *    so the rest of the night does not run on it
      *    --------------------------------------------------------
           BALANCE-FILES.
               MOVE "O" TO RPT-ACTION
               MOVE "CTLBAL.RPT" TO RPT-NAME
               MOVE "DATA FILE CONTROL TOTALS BALANCE" TO RPT-TITLE
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE 1 TO WS-CF-IDX
               PERFORM BALANCE-ONE-FILE THRU BALANCE-ONE-EXIT
                   UNTIL WS-CF-IDX > 5
               PERFORM WRITE-REPORT
               STRING "FILES BALANCED " WS-BALANCED
                   "  OUT OF BALANCE " WS-OUT-OF-BALANCE
                   "  NEWLY ESTABLISHED " WS-ESTABLISHED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-OUT-OF-BALANCE > 0
                   MOVE "*** OUT OF BALANCE - THE NIGHT STOPS HERE"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE "    FIND THE LOST OR EXTRA RECORDS, THEN RUN "
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
                   MOVE "    CTLBAL WITH PARM='RESET filename'"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT
               END-IF
               PERFORM CLOSE-REPORT-FILE
               DISPLAY "CTLBAL COMPLETE - BALANCED: " WS-BALANCED
                   " OUT OF BALANCE: " WS-OUT-OF-BALANCE
                   " ESTABLISHED: " WS-ESTABLISHED
      *        set last - every CALL above leaves its own return code
               IF WS-OUT-OF-BALANCE > 0
                   MOVE 8 TO RETURN-CODE
               END-IF.

           BALANCE-ONE-FILE.
               PERFORM TOTAL-FILE THRU TOTAL-FILE-EXIT
               IF WS-FILE-OK = 0
                   ADD 1 TO WS-OUT-OF-BALANCE
                   MOVE "UNREADABLE" TO WS-RESULT
                   PERFORM REPORT-ONE-FILE THRU REPORT-ONE-DONE
                   GO TO BALANCE-ONE-NEXT
               END-IF
               MOVE "G" TO CTOT-ACTION
               CALL "CTLTOTAL" USING CTOT-PARMS
               MOVE CTOT-STATUS TO WS-CTL-FOUND
               IF WS-CTL-FOUND = "35"
                   PERFORM STORE-FILE-TOTALS
                   ADD 1 TO WS-ESTABLISHED
                   MOVE "ESTABLISHED" TO WS-RESULT
                   PERFORM REPORT-ONE-FILE THRU REPORT-ONE-DONE
                   GO TO BALANCE-ONE-NEXT
               END-IF
               IF WS-FILE-COUNT = CTOT-COUNT
                   AND WS-FILE-HASH-1 = CTOT-HASH-1
                   AND WS-FILE-HASH-2 = CTOT-HASH-2
                   ADD 1 TO WS-BALANCED
                   MOVE "BALANCED" TO WS-RESULT
               ELSE
                   ADD 1 TO WS-OUT-OF-BALANCE
                   MOVE "*** OUT OF BALANCE" TO WS-RESULT
                   DISPLAY "CTLBAL: " WS-CF-NAME(WS-CF-IDX)
                       " IS OUT OF BALANCE"
               END-IF
               PERFORM REPORT-ONE-FILE THRU REPORT-ONE-DONE.
           BALANCE-ONE-NEXT.
               ADD 1 TO WS-CF-IDX.
           BALANCE-ONE-EXIT.
               EXIT.

      *    the file's own figures beside its control record's - an
      *    established or unreadable file has no second column
           REPORT-ONE-FILE.
               PERFORM WRITE-REPORT
               STRING WS-CF-NAME(WS-CF-IDX) "  " WS-RESULT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT
               IF WS-FILE-OK = 0
                   GO TO REPORT-ONE-DONE
               END-IF
               MOVE "                     FROM THE FILE      CONTROL"
                   TO WS-RPT-LINE
               IF WS-RESULT = "ESTABLISHED"
                   MOVE "                     FROM THE FILE"
                       TO WS-RPT-LINE
               END-IF
               PERFORM WRITE-REPORT
               MOVE WS-FILE-COUNT TO WS-ED-TOTAL
               MOVE CTOT-COUNT TO WS-ED-CONTROL
               STRING "  RECORD COUNT " WS-ED-TOTAL " " WS-ED-CONTROL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-TOTAL-LINE
               MOVE WS-FILE-HASH-1 TO WS-ED-TOTAL
               MOVE CTOT-HASH-1 TO WS-ED-CONTROL
               STRING "  HASH TOTAL 1 " WS-ED-TOTAL " " WS-ED-CONTROL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-TOTAL-LINE
               MOVE WS-FILE-HASH-2 TO WS-ED-TOTAL
               MOVE CTOT-HASH-2 TO WS-ED-CONTROL
               STRING "  HASH TOTAL 2 " WS-ED-TOTAL " " WS-ED-CONTROL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-TOTAL-LINE.
           REPORT-ONE-DONE.
               EXIT.

           WRITE-TOTAL-LINE.
               IF WS-RESULT = "ESTABLISHED"
                   MOVE SPACES TO WS-RPT-LINE(36:)
               END-IF
               PERFORM WRITE-REPORT.

      *    --------------------------------------------------------
      *    RESET name - after the difference has been run down, set
      *    the file's control record from the file as it now stands
      *    --------------------------------------------------------
           RESET-ONE-FILE.
               MOVE 0 TO WS-CF-IDX
               IF WS-TARGET = "MATCHHIST"
                   MOVE 1 TO WS-CF-IDX
               END-IF
               IF WS-TARGET = "MOVELOG"
                   MOVE 2 TO WS-CF-IDX
               END-IF
               IF WS-TARGET = "RATEJRNL"
                   MOVE 3 TO WS-CF-IDX
               END-IF
               IF WS-TARGET = "SESSIONLOG"
                   MOVE 4 TO WS-CF-IDX
               END-IF
               IF WS-TARGET = "LEADERBOARD"
                   MOVE 5 TO WS-CF-IDX
               END-IF
               IF WS-CF-IDX = 0
                   DISPLAY "CTLBAL: RESET NEEDS MATCHHIST, MOVELOG, "
                       "RATEJRNL, SESSIONLOG OR LEADERBOARD"
                   MOVE 16 TO RETURN-CODE
                   GO TO RESET-ONE-EXIT
               END-IF
               PERFORM TOTAL-FILE THRU TOTAL-FILE-EXIT
               IF WS-FILE-OK = 0
                   DISPLAY "CTLBAL: " WS-TARGET " IS UNREADABLE - "
                       "CONTROL RECORD NOT RESET"
                   MOVE 8 TO RETURN-CODE
                   GO TO RESET-ONE-EXIT
               END-IF
               PERFORM STORE-FILE-TOTALS
               MOVE WS-FILE-COUNT TO WS-ED-TOTAL
               DISPLAY "CTLBAL: " WS-TARGET " CONTROL RECORD RESET - "
                   "RECORDS " WS-ED-TOTAL.
           RESET-ONE-EXIT.
               EXIT.

           STORE-FILE-TOTALS.
               MOVE "S" TO CTOT-ACTION
               MOVE WS-FILE-COUNT TO CTOT-COUNT
               MOVE WS-FILE-HASH-1 TO CTOT-HASH-1
               MOVE WS-FILE-HASH-2 TO CTOT-HASH-2
               CALL "CTLTOTAL" USING CTOT-PARMS.

      *    every record through the same hashing the writers use; a
      *    file not there at all totals zero
           TOTAL-FILE.
               MOVE 1 TO WS-FILE-OK
               MOVE WS-CF-NAME(WS-CF-IDX) TO CTOT-FILE
               MOVE 0 TO CTOT-COUNT
               MOVE 0 TO CTOT-HASH-1
               MOVE 0 TO CTOT-HASH-2
               MOVE "H" TO CTOT-ACTION
               IF WS-CF-IDX = 1
                   PERFORM TOTAL-MATCHHIST THRU TOTAL-MATCH-EXIT
               ELSE
                   PERFORM TOTAL-FLAT-FILE THRU TOTAL-FLAT-EXIT
               END-IF
               MOVE CTOT-COUNT TO WS-FILE-COUNT
               MOVE CTOT-HASH-1 TO WS-FILE-HASH-1
               MOVE CTOT-HASH-2 TO WS-FILE-HASH-2.
           TOTAL-FILE-EXIT.
               EXIT.

           TOTAL-MATCHHIST.
               OPEN INPUT MATCH-HISTORY
               IF WS-HISTORY-STATUS = "35"
                   GO TO TOTAL-MATCH-EXIT
               END-IF
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "CTLBAL: MATCHHIST UNREADABLE (STATUS "
                       WS-HISTORY-STATUS ")"
                   MOVE 0 TO WS-FILE-OK
                   GO TO TOTAL-MATCH-EXIT
               END-IF.
           TOTAL-MATCH-LOOP.
               READ MATCH-HISTORY NEXT
                   AT END
                       CLOSE MATCH-HISTORY
                       GO TO TOTAL-MATCH-EXIT
               END-READ
               IF WS-HISTORY-STATUS NOT = "00"
                   AND WS-HISTORY-STATUS NOT = "02"
                   DISPLAY "CTLBAL: MATCHHIST READ FAILED (STATUS "
                       WS-HISTORY-STATUS ")"
                   MOVE 0 TO WS-FILE-OK
                   CLOSE MATCH-HISTORY
                   GO TO TOTAL-MATCH-EXIT
               END-IF
               MOVE MATCH-HISTORY-REC TO CTOT-RECORD
               CALL "CTLTOTAL" USING CTOT-PARMS
               GO TO TOTAL-MATCH-LOOP.
           TOTAL-MATCH-EXIT.
               EXIT.

           TOTAL-FLAT-FILE.
               MOVE SPACES TO WS-FLAT-FILENAME
               STRING WS-CF-NAME(WS-CF-IDX) DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-FLAT-FILENAME
               OPEN INPUT FLAT-FILE
               IF WS-FLAT-STATUS = "35"
                   GO TO TOTAL-FLAT-EXIT
               END-IF
               IF WS-FLAT-STATUS NOT = "00"
                   DISPLAY "CTLBAL: " WS-FLAT-FILENAME
                       " UNREADABLE (STATUS " WS-FLAT-STATUS ")"
                   MOVE 0 TO WS-FILE-OK
                   GO TO TOTAL-FLAT-EXIT
               END-IF.
           TOTAL-FLAT-LOOP.
               READ FLAT-FILE
                   AT END
                       CLOSE FLAT-FILE
                       GO TO TOTAL-FLAT-EXIT
               END-READ
               MOVE FLAT-FILE-REC TO CTOT-RECORD
               CALL "CTLTOTAL" USING CTOT-PARMS
               GO TO TOTAL-FLAT-LOOP.
           TOTAL-FLAT-EXIT.
               EXIT.

           WRITE-REPORT.
               MOVE "L" TO RPT-ACTION
               MOVE WS-RPT-LINE TO RPT-DETAIL
               CALL "RPTWRITE" USING RPT-PARMS
               MOVE SPACES TO WS-RPT-LINE.

           CLOSE-REPORT-FILE.
               MOVE "C" TO RPT-ACTION
               CALL "RPTWRITE" USING RPT-PARMS.

           BAL-EXIT.
               MOVE "CTLBAL" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM CTLBAL.
