           01 WS-CNT4-C PIC Z(3)9.
           01 WS-CNT4-D PIC Z(3)9.
           01 WS-CNT10 PIC Z(9)9.
           01 WS-CHAL-DAY PIC 9(8).
           01 WS-CHAL-CAPTION PIC X(14).
           COPY DCHLPARM.
           COPY BATCHRC.
           COPY RPTCAT.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE "DAYREPT" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
               PERFORM PRINT-SEASON-LINE THRU PRINT-SEASON-EXIT
               PERFORM PRINT-DAY-SECTION
               PERFORM PRINT-LEADERBOARD THRU PRINT-LEADER-EXIT
               PERFORM PRINT-CHALLENGE THRU PRINT-CHALLENGE-EXIT
               PERFORM PRINT-TRIAGE THRU PRINT-TRIAGE-EXIT
               PERFORM PRINT-TOTALS
               CLOSE REPORT-FILE
      *        the dashboard is kept in the report catalog like the
      *        RPTWRITE reports it sits beside
               MOVE "DAYREPT.RPT" TO RCAT-NAME
               MOVE "DAILY OPERATIONS DASHBOARD" TO RCAT-TITLE
               MOVE WS-PAGE-NUM TO RCAT-PAGES
               CALL "RPTCAT" USING RCAT-PARMS
               IF WS-DAY-DROPPED > 0
                   DISPLAY "DAYREPT: " WS-DAY-DROPPED " RECORDS FELL "
                       "OUTSIDE THE 500 DAY BUCKETS - THE REPORT IS "
           PRINT-LEADER-EXIT.
               EXIT.

      *    the daily dungeon challenge - yesterday's closed day gets
      *    its winner named, and today's leader so far if anyone has
      *    already played this morning's
           PRINT-CHALLENGE.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-LINE
               MOVE "DAILY DUNGEON CHALLENGE" TO WS-PRINT-LINE
               PERFORM PRINT-LINE
               COMPUTE WS-CHAL-DAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
               MOVE "W" TO DCHL-ACTION
               MOVE WS-CHAL-DAY TO DCHL-DATE
               CALL "DAILYCHL" USING DCHL-PARMS
               IF DCHL-REPLY = "G"
                   MOVE "WON BY" TO WS-CHAL-CAPTION
                   PERFORM FORMAT-CHALLENGE-LINE
               ELSE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  " WS-CHAL-DAY
                       " NO FINISHED ATTEMPTS"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-LINE
               END-IF
               MOVE "W" TO DCHL-ACTION
               MOVE WS-RUN-DATE TO DCHL-DATE
               CALL "DAILYCHL" USING DCHL-PARMS
               IF DCHL-REPLY NOT = "G"
                   GO TO PRINT-CHALLENGE-EXIT
               END-IF
               MOVE "LEADER SO FAR" TO WS-CHAL-CAPTION
               PERFORM FORMAT-CHALLENGE-LINE.
           PRINT-CHALLENGE-EXIT.
               EXIT.

           FORMAT-CHALLENGE-LINE.
               MOVE SPACES TO WS-PRINT-LINE
               MOVE DCHL-TURNS TO WS-CNT10
               MOVE DCHL-ENTRANTS TO WS-CNT4-A
               STRING "  " DCHL-DATE " " WS-CHAL-CAPTION
                   DCHL-WINNER " " DCHL-RESULT WS-CNT10 " TURNS"
                   WS-CNT4-A " ENTRANTS"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE.

      *    the overnight error-log triage wrote its summary to its
      *    own file before the reports ran - folding it in here puts
      *    it on the printed morning package too
           DASH-EXIT.
               MOVE "DAYREPT" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM DAYREPT.
