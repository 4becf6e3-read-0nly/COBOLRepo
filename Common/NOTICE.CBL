       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE ASSIGN TO "NOTICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT NOTICE-ACK ASSIGN TO "NOTICEACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-FILE.
       01  NOTICE-FILE-REC PIC X(120).
       FD  NOTICE-ACK.
       01  NOTICE-ACK-REC PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-NOTICE-STATUS PIC X(2) VALUES "00".
           01 WS-ACK-STATUS PIC X(2) VALUES "00".
           COPY NOTEREC.
           01 WS-SYS-DATE PIC 9(8).
           01 WS-SYS-CLOCK PIC 9(8).
           01 WS-LAST-SEQ PIC 9(6) VALUES 0.
      *    an acknowledged notice to one operator is kept this many
      *    days past the acknowledgement; a notice to a role or to
      *    everyone this many days past posting. nothing outlives
      *    the longer limit - an id that never signs on again must
      *    not hold its notices for ever
           01 WS-KEEP-DAYS PIC 9(3) VALUES 30.
           01 WS-MAX-DAYS PIC 9(3) VALUES 180.
           01 WS-TODAY-NUM PIC 9(7).
           01 WS-AGE-DAYS PIC S9(7).
           01 WS-NTC-MAX PIC 9(4) VALUES 500.
           01 WS-NTC-COUNT PIC 9(4) VALUES 0.
           01 WS-NTC-OVER PIC 9(1) VALUES 0.
           01 WS-NTC-TABLE.
               05 WS-NTC-ENTRY OCCURS 500 TIMES.
                   10 WS-NT-KEEP PIC 9(1).
                   10 WS-NT-IMAGE PIC X(120).
           01 WS-NTC-IDX PIC 9(4).
           01 WS-ACK-MAX PIC 9(4) VALUES 1000.
           01 WS-ACK-COUNT PIC 9(4) VALUES 0.
           01 WS-ACK-OVER PIC 9(1) VALUES 0.
           01 WS-ACK-TABLE.
               05 WS-ACK-ENTRY PIC X(40) OCCURS 1000 TIMES.
           01 WS-ACK-IDX PIC 9(4).
           01 WS-ACK-HIT PIC 9(4).
           01 WS-SCAN-IDX PIC 9(4).
           01 WS-DROPPED PIC 9(4).
           01 WS-LOCK-OWNER PIC X(8).
           01 WS-LOCKED PIC 9(1) VALUES 0.
      *    a post holds the file only for a moment, so a busy claim
      *    is asked again a few times, a second apart
           01 WS-CLAIM-MAX PIC 9(2) VALUES 5.
           01 WS-CLAIM-TRIES PIC 9(2) VALUES 0.
           01 WS-CLAIM-PAUSE PIC 9(2) VALUES 1.
           COPY FILELOCK.
       LINKAGE SECTION.
       COPY NOTICE.

       PROCEDURE DIVISION USING NOTE-PARMS.
           MAIN-LOGIC.
               MOVE "00" TO NOTE-STATUS
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-CLOCK FROM TIME
               EVALUATE NOTE-ACTION
                   WHEN "P"
                       PERFORM POST-NOTICE THRU POST-NOTICE-EXIT
                   WHEN "K"
                       PERFORM ACK-NOTICE THRU ACK-NOTICE-EXIT
                   WHEN "T"
                       PERFORM TRIM-NOTICES THRU TRIM-NOTICES-EXIT
                   WHEN OTHER
                       DISPLAY "NOTICE: ACTION MUST BE P, K OR T"
                       MOVE "10" TO NOTE-STATUS
               END-EVALUATE
               GO TO NOTICE-EXIT.

      *    the next number and the append are taken under the NOTICES
      *    interlock, so two posts never share a number and a trim
      *    never rewrites the file under a post. FILELOCK itself,
      *    breaking a stale claim, cannot be called back round and
      *    posts without it
           POST-NOTICE.
               IF NOTE-TEXT = SPACES
                   OR (NOTE-TO-TYPE = "O" AND NOTE-TO-ID = SPACES)
                   MOVE "10" TO NOTE-STATUS
                   GO TO POST-NOTICE-EXIT
               END-IF
               IF NOTE-TO-TYPE NOT = "O" AND NOTE-TO-TYPE NOT = "S"
                   AND NOTE-TO-TYPE NOT = "A" AND NOTE-TO-TYPE NOT = "E"
                   MOVE "10" TO NOTE-STATUS
                   GO TO POST-NOTICE-EXIT
               END-IF
               IF NOTE-NO-CLAIM NOT = "Y"
                   PERFORM CLAIM-NOTICES THRU CLAIM-NOTICES-EXIT
                   IF FLOCK-REPLY NOT = "G"
                       DISPLAY "NOTICE: NOTICES IN USE BY " FLOCK-HOLDER
                           " - NOTICE NOT POSTED"
                       MOVE "93" TO NOTE-STATUS
                       GO TO POST-NOTICE-EXIT
                   END-IF
                   MOVE 1 TO WS-LOCKED
               END-IF
               PERFORM FIND-LAST-SEQ THRU FIND-LAST-SEQ-EXIT
               MOVE SPACES TO WS-NOTICE-LINE
               COMPUTE WS-NTC-SEQ = WS-LAST-SEQ + 1
               MOVE WS-SYS-DATE TO WS-NTC-DATE
               MOVE WS-SYS-CLOCK(1:6) TO WS-NTC-TIME
               MOVE NOTE-TO-TYPE TO WS-NTC-TO-TYPE
               IF NOTE-TO-TYPE = "O"
                   MOVE NOTE-TO-ID TO WS-NTC-TO-ID
               END-IF
               MOVE NOTE-FROM TO WS-NTC-FROM
               MOVE NOTE-TEXT TO WS-NTC-TEXT
               OPEN EXTEND NOTICE-FILE
               IF WS-NOTICE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT NOTICE-FILE
               END-IF
               IF WS-NOTICE-STATUS NOT = "00"
                   MOVE WS-NOTICE-STATUS TO NOTE-STATUS
                   GO TO POST-NOTICE-DONE
               END-IF
               MOVE WS-NOTICE-LINE TO NOTICE-FILE-REC
               WRITE NOTICE-FILE-REC
               IF WS-NOTICE-STATUS NOT = "00"
                   MOVE WS-NOTICE-STATUS TO NOTE-STATUS
               END-IF
               CLOSE NOTICE-FILE
               MOVE WS-NTC-SEQ TO NOTE-SEQ.
           POST-NOTICE-DONE.
               IF WS-LOCKED = 1
                   MOVE "NOTICES" TO FLOCK-FILE
                   MOVE WS-LOCK-OWNER TO FLOCK-OWNER
                   MOVE "R" TO FLOCK-ACTION
                   CALL "FILELOCK" USING FLOCK-PARMS
                   MOVE 0 TO WS-LOCKED
               END-IF.
           POST-NOTICE-EXIT.
               EXIT.

           CLAIM-NOTICES.
               MOVE NOTE-FROM TO WS-LOCK-OWNER
               IF WS-LOCK-OWNER = SPACES
                   MOVE "NOTICE" TO WS-LOCK-OWNER
               END-IF
               MOVE 0 TO WS-CLAIM-TRIES.
           CLAIM-NOTICES-TRY.
               ADD 1 TO WS-CLAIM-TRIES
               MOVE "NOTICES" TO FLOCK-FILE
               MOVE WS-LOCK-OWNER TO FLOCK-OWNER
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY = "G" OR WS-CLAIM-TRIES >= WS-CLAIM-MAX
                   GO TO CLAIM-NOTICES-EXIT
               END-IF
               CALL "C$SLEEP" USING WS-CLAIM-PAUSE
               GO TO CLAIM-NOTICES-TRY.
           CLAIM-NOTICES-EXIT.
               EXIT.

      *    notices append in number order, so the last line read
      *    carries the highest number in use
           FIND-LAST-SEQ.
               MOVE 0 TO WS-LAST-SEQ
               OPEN INPUT NOTICE-FILE
               IF WS-NOTICE-STATUS NOT = "00"
                   GO TO FIND-LAST-SEQ-EXIT
               END-IF.
           FIND-LAST-SEQ-LOOP.
               READ NOTICE-FILE INTO WS-NOTICE-LINE
                   AT END
                       CLOSE NOTICE-FILE
                       GO TO FIND-LAST-SEQ-EXIT
               END-READ
               IF WS-NTC-SEQ IS NUMERIC
                   AND WS-NTC-SEQ > WS-LAST-SEQ
                   MOVE WS-NTC-SEQ TO WS-LAST-SEQ
               END-IF
               GO TO FIND-LAST-SEQ-LOOP.
           FIND-LAST-SEQ-EXIT.
               EXIT.

           ACK-NOTICE.
               IF NOTE-OPERATOR = SPACES OR NOTE-SEQ = 0
                   MOVE "10" TO NOTE-STATUS
                   GO TO ACK-NOTICE-EXIT
               END-IF
               MOVE NOTE-SEQ TO WS-NAK-SEQ
               MOVE NOTE-OPERATOR TO WS-NAK-OPER
               MOVE WS-SYS-DATE TO WS-NAK-DATE
               MOVE WS-SYS-CLOCK(1:6) TO WS-NAK-TIME
               OPEN EXTEND NOTICE-ACK
               IF WS-ACK-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT NOTICE-ACK
               END-IF
               IF WS-ACK-STATUS NOT = "00"
                   MOVE WS-ACK-STATUS TO NOTE-STATUS
                   GO TO ACK-NOTICE-EXIT
               END-IF
               MOVE WS-NOTEACK-LINE TO NOTICE-ACK-REC
               WRITE NOTICE-ACK-REC
               CLOSE NOTICE-ACK.
           ACK-NOTICE-EXIT.
               EXIT.

      *    --------------------------------------------------------
      *    drop what has been kept long enough from both files -
      *    held under the NOTICES interlock so two sign-ons never
      *    rewrite the files over each other. a file bigger than
      *    the tables is left alone rather than cut short
      *    --------------------------------------------------------
           TRIM-NOTICES.
               MOVE NOTE-OPERATOR TO WS-LOCK-OWNER
               IF WS-LOCK-OWNER = SPACES
                   MOVE "NOTICE" TO WS-LOCK-OWNER
               END-IF
               MOVE "NOTICES" TO FLOCK-FILE
               MOVE WS-LOCK-OWNER TO FLOCK-OWNER
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY NOT = "G"
                   MOVE "93" TO NOTE-STATUS
                   GO TO TRIM-NOTICES-EXIT
               END-IF
               PERFORM LOAD-ACKS THRU LOAD-ACKS-EXIT
               PERFORM LOAD-NOTICES THRU LOAD-NOTICES-EXIT
               IF WS-ACK-OVER = 1 OR WS-NTC-OVER = 1
                   GO TO TRIM-NOTICES-DONE
               END-IF
               COMPUTE WS-TODAY-NUM = FUNCTION INTEGER-OF-DATE(
                   WS-SYS-DATE)
               MOVE 0 TO WS-DROPPED
               MOVE 1 TO WS-NTC-IDX
               PERFORM JUDGE-ONE-NOTICE
                   UNTIL WS-NTC-IDX > WS-NTC-COUNT
               IF WS-DROPPED > 0
                   PERFORM REWRITE-NOTICES
                   PERFORM REWRITE-ACKS
               END-IF.
           TRIM-NOTICES-DONE.
               MOVE "R" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS.
           TRIM-NOTICES-EXIT.
               EXIT.

           LOAD-ACKS.
               MOVE 0 TO WS-ACK-COUNT
               MOVE 0 TO WS-ACK-OVER
               OPEN INPUT NOTICE-ACK
               IF WS-ACK-STATUS NOT = "00"
                   GO TO LOAD-ACKS-EXIT
               END-IF.
           LOAD-ACKS-LOOP.
               READ NOTICE-ACK
                   AT END
                       CLOSE NOTICE-ACK
                       GO TO LOAD-ACKS-EXIT
               END-READ
               IF WS-ACK-COUNT < WS-ACK-MAX
                   ADD 1 TO WS-ACK-COUNT
                   MOVE NOTICE-ACK-REC TO WS-ACK-ENTRY(WS-ACK-COUNT)
               ELSE
                   MOVE 1 TO WS-ACK-OVER
               END-IF
               GO TO LOAD-ACKS-LOOP.
           LOAD-ACKS-EXIT.
               EXIT.

           LOAD-NOTICES.
               MOVE 0 TO WS-NTC-COUNT
               MOVE 0 TO WS-NTC-OVER
               OPEN INPUT NOTICE-FILE
               IF WS-NOTICE-STATUS NOT = "00"
                   GO TO LOAD-NOTICES-EXIT
               END-IF.
           LOAD-NOTICES-LOOP.
               READ NOTICE-FILE
                   AT END
                       CLOSE NOTICE-FILE
                       GO TO LOAD-NOTICES-EXIT
               END-READ
               IF WS-NTC-COUNT < WS-NTC-MAX
                   ADD 1 TO WS-NTC-COUNT
                   MOVE 1 TO WS-NT-KEEP(WS-NTC-COUNT)
                   MOVE NOTICE-FILE-REC TO WS-NT-IMAGE(WS-NTC-COUNT)
               ELSE
                   MOVE 1 TO WS-NTC-OVER
               END-IF
               GO TO LOAD-NOTICES-LOOP.
           LOAD-NOTICES-EXIT.
               EXIT.

      *    a line with no readable date is kept - better an old
      *    notice shown once more than one lost unread
           JUDGE-ONE-NOTICE.
               MOVE WS-NT-IMAGE(WS-NTC-IDX) TO WS-NOTICE-LINE
               IF WS-NTC-DATE IS NUMERIC AND WS-NTC-DATE > 0
                   COMPUTE WS-AGE-DAYS = WS-TODAY-NUM
                       - FUNCTION INTEGER-OF-DATE(WS-NTC-DATE)
                   IF WS-AGE-DAYS > WS-MAX-DAYS
                       MOVE 0 TO WS-NT-KEEP(WS-NTC-IDX)
                   ELSE
                       IF WS-NTC-TO-TYPE = "O"
                           PERFORM JUDGE-OPERATOR-NOTICE
                       ELSE
                           IF WS-AGE-DAYS > WS-KEEP-DAYS
                               MOVE 0 TO WS-NT-KEEP(WS-NTC-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-NT-KEEP(WS-NTC-IDX) = 0
                   ADD 1 TO WS-DROPPED
               END-IF
               ADD 1 TO WS-NTC-IDX.

           JUDGE-OPERATOR-NOTICE.
               MOVE 0 TO WS-ACK-HIT
               MOVE 1 TO WS-ACK-IDX
               PERFORM FIND-OWN-ACK
                   UNTIL WS-ACK-IDX > WS-ACK-COUNT
                   OR WS-ACK-HIT > 0
               IF WS-ACK-HIT > 0
                   MOVE WS-ACK-ENTRY(WS-ACK-HIT) TO WS-NOTEACK-LINE
                   IF WS-NAK-DATE IS NUMERIC AND WS-NAK-DATE > 0
                       COMPUTE WS-AGE-DAYS = WS-TODAY-NUM
                           - FUNCTION INTEGER-OF-DATE(WS-NAK-DATE)
                       IF WS-AGE-DAYS > WS-KEEP-DAYS
                           MOVE 0 TO WS-NT-KEEP(WS-NTC-IDX)
                       END-IF
                   END-IF
               END-IF.

           FIND-OWN-ACK.
               MOVE WS-ACK-ENTRY(WS-ACK-IDX) TO WS-NOTEACK-LINE
               IF WS-NAK-SEQ = WS-NTC-SEQ AND WS-NAK-OPER = WS-NTC-TO-ID
                   MOVE WS-ACK-IDX TO WS-ACK-HIT
               END-IF
               ADD 1 TO WS-ACK-IDX.

           REWRITE-NOTICES.
               OPEN OUTPUT NOTICE-FILE
               MOVE 1 TO WS-NTC-IDX
               PERFORM WRITE-KEPT-NOTICE
                   UNTIL WS-NTC-IDX > WS-NTC-COUNT
               CLOSE NOTICE-FILE.

           WRITE-KEPT-NOTICE.
               IF WS-NT-KEEP(WS-NTC-IDX) = 1
                   MOVE WS-NT-IMAGE(WS-NTC-IDX) TO NOTICE-FILE-REC
                   WRITE NOTICE-FILE-REC
               END-IF
               ADD 1 TO WS-NTC-IDX.

      *    acknowledgements go with their notice
           REWRITE-ACKS.
               OPEN OUTPUT NOTICE-ACK
               MOVE 1 TO WS-ACK-IDX
               PERFORM WRITE-KEPT-ACK
                   UNTIL WS-ACK-IDX > WS-ACK-COUNT
               CLOSE NOTICE-ACK.

           WRITE-KEPT-ACK.
               MOVE WS-ACK-ENTRY(WS-ACK-IDX) TO WS-NOTEACK-LINE
               MOVE 0 TO WS-ACK-HIT
               MOVE 1 TO WS-SCAN-IDX
               PERFORM FIND-KEPT-NOTICE
                   UNTIL WS-SCAN-IDX > WS-NTC-COUNT
                   OR WS-ACK-HIT > 0
               IF WS-ACK-HIT > 0
                   MOVE WS-ACK-ENTRY(WS-ACK-IDX) TO NOTICE-ACK-REC
                   WRITE NOTICE-ACK-REC
               END-IF
               ADD 1 TO WS-ACK-IDX.

           FIND-KEPT-NOTICE.
               IF WS-NT-KEEP(WS-SCAN-IDX) = 1
                   AND WS-NT-IMAGE(WS-SCAN-IDX)(1:6) = WS-NAK-SEQ
                   MOVE WS-SCAN-IDX TO WS-ACK-HIT
               END-IF
               ADD 1 TO WS-SCAN-IDX.

           NOTICE-EXIT.
           GOBACK.
       END PROGRAM NOTICE.
