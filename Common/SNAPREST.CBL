           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
      *    the operator-keyed files the integrity purge snapshots -
      *    the flat ones through one dynamic name
           SELECT OPER-FLAT-FILE ASSIGN TO WS-FLAT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT SNAP-FILE ASSIGN TO WS-SNAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
       01  SESSION-LOG-REC PIC X(80).
       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-FILE-REC PIC X(60).
       FD  OPER-FLAT-FILE.
       01  OPER-FLAT-FILE-REC PIC X(80).
       FD  RATINGS-FILE.
       COPY RATEREC.
       FD  SNAP-FILE.
       01  SNAP-FILE-REC PIC X(80).
       FD  SNAP-CATALOG.
       LOCAL-STORAGE SECTION.
           01 WS-HISTORY-STATUS PIC X(2) VALUES "00".
           01 WS-FLAT-STATUS PIC X(2) VALUES "00".
           01 WS-RATINGS-STATUS PIC X(2) VALUES "00".
           01 WS-FLAT-FILENAME PIC X(20) VALUES SPACES.
           01 WS-SNAP-STATUS PIC X(2) VALUES "00".
           01 WS-SNAPCTL-STATUS PIC X(2) VALUES "00".
           01 WS-MAINT-STATUS PIC X(2) VALUES "00".
           01 WS-REC-SEEN PIC 9(6) VALUES 0.
           01 WS-COPIED PIC 9(6) VALUES 0.
           01 WS-RESTORE-OK PIC 9(1) VALUES 0.
           01 WS-OLD-IMAGE PIC X(80).
           01 WS-TARGET-FILE PIC X(12).
      *        the files that carry control totals
               88 WS-TARGET-CONTROLLED VALUES "MATCHHIST"
                   "SESSIONLOG" "LEADERBOARD".
           01 WS-MAINT-CLOCK PIC 9(8).
           01 WS-MAINT-LINE.
               05 WS-MNT-DATE PIC 9(8).
               05 WS-MNT-PRIOR PIC X(78).
           COPY FILEERR.
           COPY FILELOCK.
           COPY CTLTOTAL.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               PERFORM LOAD-CATALOG THRU LOAD-CATALOG-EXIT
               IF WS-CAT-COUNT = 0
                   DISPLAY "NO SNAPSHOTS ON THE CATALOG - FILEMAINT "
                       "AND THE INTEGRITY PURGE TAKE THEM "
                       "AUTOMATICALLY BEFORE CHANGES"
                   GO TO REST-EXIT
               END-IF
               GO TO SHOW-CATALOG.
                   PERFORM RELEASE-TARGET
                   GO TO RESTORE-WHOLE-EXIT
               END-IF
      *        the target's control totals start over from the
      *        records poured back - a partial restore is committed
      *        as far as it got, the same as the file
               MOVE WS-TARGET-FILE TO CTOT-FILE
               MOVE "SNAPREST" TO CTOT-PROGRAM
               IF WS-TARGET-CONTROLLED
                   MOVE "Z" TO CTOT-ACTION
                   CALL "CTLTOTAL" USING CTOT-PARMS
               END-IF
               EVALUATE WS-TARGET-FILE
                   WHEN "MATCHHIST"
                       PERFORM POUR-INTO-MATCH THRU POUR-MATCH-EXIT
                   WHEN "SESSIONLOG"
                       PERFORM POUR-INTO-SESS THRU POUR-SESS-EXIT
                   WHEN "LEADERBOARD"
                       PERFORM POUR-INTO-LEAD THRU POUR-LEAD-EXIT
                   WHEN "RATINGS"
                       PERFORM POUR-INTO-RATE THRU POUR-RATE-EXIT
                   WHEN "OPERPREF"
                   WHEN "PLAYERPRO"
                   WHEN "ACHIEVE"
                       PERFORM POUR-INTO-FLAT THRU POUR-FLAT-EXIT
                   WHEN OTHER
                       DISPLAY "NO RESTORE PATH FOR " WS-TARGET-FILE
               END-EVALUATE
               CLOSE SNAP-FILE
               IF WS-TARGET-CONTROLLED
                   MOVE "C" TO CTOT-ACTION
                   CALL "CTLTOTAL" USING CTOT-PARMS
               END-IF
               PERFORM RELEASE-TARGET
               IF WS-RESTORE-OK = 1
                   DISPLAY WS-TARGET-FILE " RESTORED - "
                   GO TO POUR-MATCH-EXIT
               END-IF
               ADD 1 TO WS-COPIED
               PERFORM ADD-CONTROL-TOTAL
               GO TO POUR-MATCH-LOOP.
           POUR-MATCH-EXIT.
               EXIT.
                   GO TO POUR-SESS-EXIT
               END-IF
               ADD 1 TO WS-COPIED
               PERFORM ADD-CONTROL-TOTAL
               GO TO POUR-SESS-LOOP.
           POUR-SESS-EXIT.
               EXIT.
                   GO TO POUR-LEAD-EXIT
               END-IF
               ADD 1 TO WS-COPIED
               PERFORM ADD-CONTROL-TOTAL
               GO TO POUR-LEAD-LOOP.
           POUR-LEAD-EXIT.
               EXIT.

           POUR-INTO-RATE.
               OPEN OUTPUT RATINGS-FILE
               IF WS-RATINGS-STATUS NOT = "00"
                   PERFORM REPORT-TARGET-ERROR
                   GO TO POUR-RATE-EXIT
               END-IF
               MOVE 1 TO WS-RESTORE-OK.
           POUR-RATE-LOOP.
               READ SNAP-FILE
                   AT END
                       CLOSE RATINGS-FILE
                       GO TO POUR-RATE-EXIT
               END-READ
               MOVE SNAP-FILE-REC TO RATING-REC
               WRITE RATING-REC
               IF WS-RATINGS-STATUS NOT = "00"
                   MOVE 0 TO WS-RESTORE-OK
                   PERFORM REPORT-TARGET-ERROR
                   CLOSE RATINGS-FILE
                   GO TO POUR-RATE-EXIT
               END-IF
               ADD 1 TO WS-COPIED
               GO TO POUR-RATE-LOOP.
           POUR-RATE-EXIT.
               EXIT.

      *    preferences, profiles and achievements - plain line files
      *    named after their catalog entry
           POUR-INTO-FLAT.
               PERFORM NAME-FLAT-TARGET
               OPEN OUTPUT OPER-FLAT-FILE
               IF WS-FLAT-STATUS NOT = "00"
                   PERFORM REPORT-TARGET-ERROR
                   GO TO POUR-FLAT-EXIT
               END-IF
               MOVE 1 TO WS-RESTORE-OK.
           POUR-FLAT-LOOP.
               READ SNAP-FILE
                   AT END
                       CLOSE OPER-FLAT-FILE
                       GO TO POUR-FLAT-EXIT
               END-READ
               MOVE SNAP-FILE-REC TO OPER-FLAT-FILE-REC
               WRITE OPER-FLAT-FILE-REC
               IF WS-FLAT-STATUS NOT = "00"
                   MOVE 0 TO WS-RESTORE-OK
                   PERFORM REPORT-TARGET-ERROR
                   CLOSE OPER-FLAT-FILE
                   GO TO POUR-FLAT-EXIT
               END-IF
               ADD 1 TO WS-COPIED
               GO TO POUR-FLAT-LOOP.
           POUR-FLAT-EXIT.
               EXIT.

           NAME-FLAT-TARGET.
               MOVE SPACES TO WS-FLAT-FILENAME
               STRING WS-TARGET-FILE DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE INTO WS-FLAT-FILENAME.

      *    the snapshot image just written goes onto the target's
      *    running control totals - every hashed field of a
      *    leaderboard line lies inside the 60 bytes written
           ADD-CONTROL-TOTAL.
               IF WS-TARGET-CONTROLLED
                   MOVE "A" TO CTOT-ACTION
                   MOVE SNAP-FILE-REC TO CTOT-RECORD
                   CALL "CTLTOTAL" USING CTOT-PARMS
               END-IF.

      *    put one record from the snapshot back - keyed in place on
      *    the match master and the rating cards, appended on the
      *    flat files
           REAPPLY-RECORD.
               DISPLAY "RECORD NUMBER WITHIN THE SNAPSHOT TO RE-APPLY"
               ACCEPT WS-REC-PICK
               IF FLOCK-REPLY NOT = "G"
                   GO TO REAPPLY-EXIT
               END-IF
               MOVE WS-TARGET-FILE TO CTOT-FILE
               MOVE "SNAPREST" TO CTOT-PROGRAM
               EVALUATE WS-TARGET-FILE
                   WHEN "MATCHHIST"
                       PERFORM REAPPLY-MATCH THRU REAPPLY-MATCH-DONE
                   WHEN "SESSIONLOG"
                       PERFORM REAPPLY-SESS
                   WHEN "LEADERBOARD"
                       PERFORM REAPPLY-LEAD
                   WHEN "RATINGS"
                       PERFORM REAPPLY-RATE THRU REAPPLY-RATE-DONE
                   WHEN "OPERPREF"
                   WHEN "PLAYERPRO"
                   WHEN "ACHIEVE"
                       PERFORM REAPPLY-FLAT
                   WHEN OTHER
                       DISPLAY "NO RESTORE PATH FOR " WS-TARGET-FILE
               END-EVALUATE
               IF WS-TARGET-CONTROLLED
                   MOVE "C" TO CTOT-ACTION
                   CALL "CTLTOTAL" USING CTOT-PARMS
               END-IF
               PERFORM RELEASE-TARGET.
           REAPPLY-EXIT.
               EXIT.
                   PERFORM REPORT-TARGET-ERROR
                   GO TO REAPPLY-MATCH-DONE
               END-IF
               MOVE SPACES TO WS-OLD-IMAGE
               MOVE SNAP-FILE-REC TO MATCH-HISTORY-REC
               WRITE MATCH-HISTORY-REC
               IF WS-HISTORY-STATUS IS EQUAL TO "22"
      *            the key is live again - put the snapshot image
      *            over whatever stands there now, keeping the image
      *            it replaces for the control totals
                   READ MATCH-HISTORY
                   IF WS-HISTORY-STATUS = "00"
                       MOVE MATCH-HISTORY-REC TO WS-OLD-IMAGE
                   END-IF
                   MOVE SNAP-FILE-REC TO MATCH-HISTORY-REC
                   REWRITE MATCH-HISTORY-REC
               END-IF
               IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "02"
                   IF WS-OLD-IMAGE NOT = SPACES
                       MOVE "D" TO CTOT-ACTION
                       MOVE WS-OLD-IMAGE TO CTOT-RECORD
                       CALL "CTLTOTAL" USING CTOT-PARMS
                   END-IF
                   PERFORM ADD-CONTROL-TOTAL
                   DISPLAY "RECORD RE-APPLIED"
                   MOVE "REAPPLY" TO WS-MNT-ACTION
                   MOVE SNAP-FILE-REC(1:78) TO WS-MNT-PRIOR
               MOVE SNAP-FILE-REC TO SESSION-LOG-REC
               WRITE SESSION-LOG-REC
               IF WS-FLAT-STATUS = "00"
                   PERFORM ADD-CONTROL-TOTAL
                   DISPLAY "RECORD RE-APPLIED (APPENDED)"
                   MOVE "REAPPLY" TO WS-MNT-ACTION
                   MOVE SNAP-FILE-REC(1:78) TO WS-MNT-PRIOR
               MOVE SNAP-FILE-REC(1:60) TO LEADERBOARD-FILE-REC
               WRITE LEADERBOARD-FILE-REC
               IF WS-FLAT-STATUS = "00"
                   PERFORM ADD-CONTROL-TOTAL
                   DISPLAY "RECORD RE-APPLIED (APPENDED)"
                   MOVE "REAPPLY" TO WS-MNT-ACTION
                   MOVE SNAP-FILE-REC(1:78) TO WS-MNT-PRIOR
               END-IF
               CLOSE LEADERBOARD-FILE.

      *    a purged rating card goes back under its own key; a card
      *    issued since under the same key is overwritten
           REAPPLY-RATE.
               OPEN I-O RATINGS-FILE
               IF WS-RATINGS-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT RATINGS-FILE
               END-IF
               IF WS-RATINGS-STATUS NOT = "00"
                   PERFORM REPORT-TARGET-ERROR
                   GO TO REAPPLY-RATE-DONE
               END-IF
               MOVE SNAP-FILE-REC TO RATING-REC
               WRITE RATING-REC
               IF WS-RATINGS-STATUS IS EQUAL TO "22"
                   MOVE SNAP-FILE-REC TO RATING-REC
                   REWRITE RATING-REC
               END-IF
               IF WS-RATINGS-STATUS = "00"
                   DISPLAY "RECORD RE-APPLIED"
                   MOVE "REAPPLY" TO WS-MNT-ACTION
                   MOVE SNAP-FILE-REC(1:78) TO WS-MNT-PRIOR
                   PERFORM WRITE-MAINT-AUDIT
               ELSE
                   PERFORM REPORT-TARGET-ERROR
               END-IF
               CLOSE RATINGS-FILE.
           REAPPLY-RATE-DONE.
               EXIT.

           REAPPLY-FLAT.
               PERFORM NAME-FLAT-TARGET
               OPEN EXTEND OPER-FLAT-FILE
               IF WS-FLAT-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT OPER-FLAT-FILE
               END-IF
               MOVE SNAP-FILE-REC TO OPER-FLAT-FILE-REC
               WRITE OPER-FLAT-FILE-REC
               IF WS-FLAT-STATUS = "00"
                   DISPLAY "RECORD RE-APPLIED (APPENDED)"
                   MOVE "REAPPLY" TO WS-MNT-ACTION
                   MOVE SNAP-FILE-REC(1:78) TO WS-MNT-PRIOR
                   PERFORM WRITE-MAINT-AUDIT
               ELSE
                   PERFORM REPORT-TARGET-ERROR
               END-IF
               CLOSE OPER-FLAT-FILE.

           CLAIM-TARGET.
               MOVE WS-TARGET-FILE TO FLOCK-FILE
               MOVE WS-OPERATOR-ID TO FLOCK-OWNER
           REPORT-TARGET-ERROR.
               MOVE WS-TARGET-FILE TO FERR-FILE
               MOVE "SNAPREST" TO FERR-PARA
               EVALUATE WS-TARGET-FILE
                   WHEN "MATCHHIST"
                       MOVE WS-HISTORY-STATUS TO FERR-STATUS
                   WHEN "RATINGS"
                       MOVE WS-RATINGS-STATUS TO FERR-STATUS
                   WHEN OTHER
                       MOVE WS-FLAT-STATUS TO FERR-STATUS
               END-EVALUATE
               MOVE "SNAPREST" TO FERR-PROGRAM
               MOVE "I" TO FERR-MODE
               CALL "FILEERR" USING FERR-PARMS.
