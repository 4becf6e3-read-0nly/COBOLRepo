       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELIG-FILE ASSIGN TO "PLAYELIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIG-STATUS.
           SELECT ALIAS-FILE ASSIGN TO "ALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.
           SELECT ELIG-LOG ASSIGN TO "ELIGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ELIG-FILE.
       01  ELIG-FILE-REC PIC X(80).
       FD  ALIAS-FILE.
       01  ALIAS-FILE-REC PIC X(20).
       FD  ELIG-LOG.
       01  ELIG-LOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-ELIG-STATUS PIC X(2) VALUES "00".
           01 WS-ALIAS-STATUS PIC X(2) VALUES "00".
           01 WS-LOG-STATUS PIC X(2) VALUES "00".
           COPY PLAYELIG.
           01 WS-ALIAS-LINE.
               05 WS-ALIAS-OLD PIC X(8).
               05 FILLER PIC X(1).
               05 WS-ALIAS-CANON PIC X(8).
      *    a merged-away id answers for its canonical one - a
      *    suspension cannot be dodged by signing on under an old name
           01 WS-PROBE-ID PIC X(8) VALUES SPACES.
           01 WS-AS-OF PIC 9(8) VALUES 0.
           01 WS-FOUND PIC 9(1) VALUES 0.
           01 WS-HIT-LINE PIC X(80) VALUES SPACES.
           01 WS-LOG-CLOCK PIC 9(8).
      *    one line per refusal - who was turned away, by which
      *    program, for the game of which date, and why
           01 WS-LOG-LINE.
               05 WS-LOG-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LOG-TIME PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LOG-CALLER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LOG-PLAYER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LOG-STATUS-CD PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LOG-AS-OF PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LOG-REASON PIC X(30).
       LINKAGE SECTION.
       COPY ELIGPARM.

       PROCEDURE DIVISION USING ELIG-PARMS.
           MAIN-LOGIC.
               MOVE "P" TO ELIG-VERDICT
               MOVE SPACE TO ELIG-HELD-STATUS
               MOVE 0 TO ELIG-HELD-UNTIL
               MOVE SPACES TO ELIG-HELD-REASON
               IF ELIG-PLAYER = SPACES OR ELIG-PLAYER = "COMPUTER"
                   GO TO CHECK-EXIT
               END-IF
               IF ELIG-AS-OF IS NUMERIC AND ELIG-AS-OF > 0
                   MOVE ELIG-AS-OF TO WS-AS-OF
               ELSE
                   ACCEPT WS-AS-OF FROM DATE YYYYMMDD
               END-IF
               MOVE ELIG-PLAYER TO WS-PROBE-ID
               PERFORM RESOLVE-ALIAS THRU RESOLVE-ALIAS-EXIT
               PERFORM FIND-ELIG-LINE THRU FIND-ELIG-EXIT
               IF WS-FOUND = 0
                   GO TO CHECK-EXIT
               END-IF
               MOVE WS-HIT-LINE TO WS-ELIG-LINE
      *        a status set after the game was played does not reach
      *        back to it - imports carry games weeks old
               IF WS-EL-SET-DATE IS NUMERIC
                   AND WS-EL-SET-DATE > WS-AS-OF
                   GO TO CHECK-EXIT
               END-IF
               EVALUATE WS-EL-STATUS
                   WHEN "S"
      *                the suspension runs through its end date; no
      *                end date on the line holds it open
                       IF WS-EL-UNTIL IS NUMERIC AND WS-EL-UNTIL > 0
                           AND WS-EL-UNTIL < WS-AS-OF
                           GO TO CHECK-EXIT
                       END-IF
                       MOVE "R" TO ELIG-VERDICT
                   WHEN "R"
                       MOVE "R" TO ELIG-VERDICT
                   WHEN "U"
                       MOVE "U" TO ELIG-VERDICT
                   WHEN OTHER
                       GO TO CHECK-EXIT
               END-EVALUATE
               MOVE WS-EL-STATUS TO ELIG-HELD-STATUS
               IF WS-EL-UNTIL IS NUMERIC
                   MOVE WS-EL-UNTIL TO ELIG-HELD-UNTIL
               END-IF
               MOVE WS-EL-REASON TO ELIG-HELD-REASON
               IF ELIG-VERDICT = "R"
                   PERFORM WRITE-REFUSAL THRU WRITE-REFUSAL-DONE
               END-IF
               GO TO CHECK-EXIT.

      *    the alias table is small and read once per probe - the
      *    merge utility guarantees no chains, one hop resolves
           RESOLVE-ALIAS.
               OPEN INPUT ALIAS-FILE
               IF WS-ALIAS-STATUS NOT = "00"
                   GO TO RESOLVE-ALIAS-EXIT
               END-IF.
           RESOLVE-ALIAS-LOOP.
               READ ALIAS-FILE INTO WS-ALIAS-LINE
                   AT END
                       CLOSE ALIAS-FILE
                       GO TO RESOLVE-ALIAS-EXIT
               END-READ
               IF WS-ALIAS-OLD = WS-PROBE-ID
                   MOVE WS-ALIAS-CANON TO WS-PROBE-ID
                   CLOSE ALIAS-FILE
                   GO TO RESOLVE-ALIAS-EXIT
               END-IF
               GO TO RESOLVE-ALIAS-LOOP.
           RESOLVE-ALIAS-EXIT.
               EXIT.

      *    ELIGMAINT keeps one line per player, but a hand-edited
      *    file could carry two - the last one read stands
           FIND-ELIG-LINE.
               MOVE 0 TO WS-FOUND
               OPEN INPUT ELIG-FILE
               IF WS-ELIG-STATUS NOT = "00"
                   GO TO FIND-ELIG-EXIT
               END-IF.
           FIND-ELIG-LOOP.
               READ ELIG-FILE INTO WS-ELIG-LINE
                   AT END
                       CLOSE ELIG-FILE
                       GO TO FIND-ELIG-EXIT
               END-READ
               IF WS-EL-ID = WS-PROBE-ID
                   MOVE 1 TO WS-FOUND
                   MOVE WS-ELIG-LINE TO WS-HIT-LINE
               END-IF
               GO TO FIND-ELIG-LOOP.
           FIND-ELIG-EXIT.
               EXIT.

           WRITE-REFUSAL.
               ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT WS-LOG-CLOCK FROM TIME
               MOVE WS-LOG-CLOCK(1:6) TO WS-LOG-TIME
               MOVE ELIG-CALLER TO WS-LOG-CALLER
               MOVE ELIG-PLAYER TO WS-LOG-PLAYER
               MOVE WS-EL-STATUS TO WS-LOG-STATUS-CD
               MOVE WS-AS-OF TO WS-LOG-AS-OF
               MOVE WS-EL-REASON TO WS-LOG-REASON
               OPEN EXTEND ELIG-LOG
               IF WS-LOG-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT ELIG-LOG
               END-IF
               IF WS-LOG-STATUS NOT = "00"
                   GO TO WRITE-REFUSAL-DONE
               END-IF
               MOVE WS-LOG-LINE TO ELIG-LOG-REC
               WRITE ELIG-LOG-REC
               CLOSE ELIG-LOG.
           WRITE-REFUSAL-DONE.
               EXIT.

           CHECK-EXIT.
           GOBACK.
       END PROGRAM ELIGCHK.
