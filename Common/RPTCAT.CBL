       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CATALOG ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT KEEP-FILE ASSIGN TO "RPTKEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CATALOG.
       01  REPORT-CATALOG-REC PIC X(130).
       FD  KEEP-FILE.
       01  KEEP-FILE-REC PIC X(30).
       WORKING-STORAGE SECTION.
           01 WS-CAT-STATUS PIC X(2) VALUES "00".
           01 WS-KEEP-STATUS PIC X(2) VALUES "00".
           01 WS-SOURCE-NAME PIC X(20).
           01 WS-COPY-NAME PIC X(30).
           01 WS-SYS-DATE PIC 9(8).
           01 WS-SYS-CLOCK PIC 9(8).
           01 WS-PRODUCER PIC X(12).
           01 WS-LOCK-OWNER PIC X(8).
      *    the catalog is only held for a moment at a time, so a busy
      *    claim is asked again a few times, a second apart
           01 WS-CLAIM-MAX PIC 9(2) VALUES 5.
           01 WS-CLAIM-TRIES PIC 9(2) VALUES 0.
           01 WS-CLAIM-PAUSE PIC 9(2) VALUES 1.
           COPY RPTCREC.
      *    copies kept per report when RPTKEEP.DAT names neither the
      *    report nor a default
           01 WS-KEEP-GENS PIC 9(3) VALUES 10.
           01 WS-KEEP-DEFAULT PIC 9(3) VALUES 0.
           01 WS-KEEP-FOUND PIC 9(1) VALUES 0.
           01 WS-CAT-MAX PIC 9(4) VALUES 2000.
           01 WS-CAT-COUNT PIC 9(4) VALUES 0.
           01 WS-CAT-OVER PIC 9(1) VALUES 0.
           01 WS-CAT-MINE PIC 9(4) VALUES 0.
           01 WS-CAT-DROP PIC 9(4) VALUES 0.
           01 WS-CAT-TABLE.
               05 WS-CAT-ENTRY PIC X(130) OCCURS 2000 TIMES.
           01 WS-CAT-IDX PIC 9(4).
           01 WS-DEL-NAME PIC X(30).
           COPY FILELOCK.
       LINKAGE SECTION.
       COPY RPTCAT.

       PROCEDURE DIVISION USING RCAT-PARMS.
           MAIN-LOGIC.
               MOVE "00" TO RCAT-STATUS
               IF RCAT-NAME = SPACES
                   MOVE "10" TO RCAT-STATUS
                   GO TO RCAT-EXIT
               END-IF
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-CLOCK FROM TIME
               PERFORM NAME-PRODUCER
               MOVE RCAT-NAME TO WS-SOURCE-NAME
               MOVE SPACES TO WS-COPY-NAME
               STRING RCAT-NAME DELIMITED BY "."
                   ".R" WS-SYS-DATE WS-SYS-CLOCK(1:6)
                   DELIMITED BY SIZE INTO WS-COPY-NAME
      *        the copy is taken byte for byte - the page breaks
      *        the report wrote are part of what gets shown again
               CALL "CBL_COPY_FILE" USING WS-SOURCE-NAME WS-COPY-NAME
               IF RETURN-CODE NOT = 0
                   DISPLAY "RPTCAT: NO COPY KEPT OF " RCAT-NAME
                   MOVE "30" TO RCAT-STATUS
                   MOVE 0 TO RETURN-CODE
                   GO TO RCAT-EXIT
               END-IF
      *        the catalog is rewritten when old copies retire, so
      *        the new line goes on under the same interlock. a claim
      *        still refused after the retries lists nothing - the
      *        copy is taken back rather than left off the catalog
               PERFORM CLAIM-CATALOG THRU CLAIM-CATALOG-EXIT
               IF FLOCK-REPLY NOT = "G"
                   DISPLAY "RPTCAT: CATALOG IN USE BY " FLOCK-HOLDER
                       " - NO COPY KEPT OF " RCAT-NAME
                   MOVE WS-COPY-NAME TO WS-DEL-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
                   MOVE "30" TO RCAT-STATUS
                   MOVE 0 TO RETURN-CODE
                   GO TO RCAT-EXIT
               END-IF
               PERFORM CATALOG-RUN
               PERFORM FIND-KEEP THRU FIND-KEEP-EXIT
               PERFORM RETIRE-COPIES THRU RETIRE-COPIES-EXIT
               MOVE "RPTCAT" TO FLOCK-FILE
               MOVE WS-LOCK-OWNER TO FLOCK-OWNER
               MOVE "R" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               GO TO RCAT-EXIT.

           CLAIM-CATALOG.
               MOVE 0 TO WS-CLAIM-TRIES.
           CLAIM-CATALOG-TRY.
               ADD 1 TO WS-CLAIM-TRIES
               MOVE "RPTCAT" TO FLOCK-FILE
               MOVE WS-LOCK-OWNER TO FLOCK-OWNER
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY = "G" OR WS-CLAIM-TRIES >= WS-CLAIM-MAX
                   GO TO CLAIM-CATALOG-EXIT
               END-IF
               CALL "C$SLEEP" USING WS-CLAIM-PAUSE
               GO TO CLAIM-CATALOG-TRY.
           CLAIM-CATALOG-EXIT.
               EXIT.

      *    a menu session names the operator; a batch step has only
      *    the program BATCHRC saw start
           NAME-PRODUCER.
               MOVE SPACES TO WS-PRODUCER
               ACCEPT WS-PRODUCER FROM ENVIRONMENT "UTILOPER"
               IF WS-PRODUCER = SPACES
                   ACCEPT WS-PRODUCER FROM ENVIRONMENT "BATCHPGM"
               END-IF
               IF WS-PRODUCER = SPACES
                   MOVE "BATCH" TO WS-PRODUCER
               END-IF
               MOVE WS-PRODUCER TO WS-LOCK-OWNER.

           CATALOG-RUN.
               MOVE RCAT-NAME TO WS-RCL-NAME
               MOVE WS-SYS-DATE TO WS-RCL-DATE
               MOVE WS-SYS-CLOCK(1:6) TO WS-RCL-TIME
               MOVE RCAT-PAGES TO WS-RCL-PAGES
               MOVE WS-PRODUCER TO WS-RCL-BY
               MOVE WS-COPY-NAME TO WS-RCL-COPY
               MOVE RCAT-TITLE TO WS-RCL-TITLE
               OPEN EXTEND REPORT-CATALOG
               IF WS-CAT-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT REPORT-CATALOG
               END-IF
               IF WS-CAT-STATUS NOT = "00"
                   MOVE WS-CAT-STATUS TO RCAT-STATUS
               ELSE
                   MOVE WS-RPTCAT-LINE TO REPORT-CATALOG-REC
                   WRITE REPORT-CATALOG-REC
                   CLOSE REPORT-CATALOG
               END-IF.

      *    the report's own line wins over the "*" default, and
      *    either over the built-in count; a zero or unreadable
      *    count is ignored - every run keeps at least its own copy
           FIND-KEEP.
               MOVE 0 TO WS-KEEP-FOUND
               MOVE 0 TO WS-KEEP-DEFAULT
               OPEN INPUT KEEP-FILE
               IF WS-KEEP-STATUS NOT = "00"
                   GO TO FIND-KEEP-EXIT
               END-IF.
           FIND-KEEP-LOOP.
               READ KEEP-FILE INTO WS-RPTKEEP-LINE
                   AT END
                       CLOSE KEEP-FILE
                       IF WS-KEEP-FOUND = 0 AND WS-KEEP-DEFAULT > 0
                           MOVE WS-KEEP-DEFAULT TO WS-KEEP-GENS
                       END-IF
                       GO TO FIND-KEEP-EXIT
               END-READ
               IF WS-RKL-GENS IS NOT NUMERIC OR WS-RKL-GENS = 0
                   GO TO FIND-KEEP-LOOP
               END-IF
               IF WS-RKL-NAME = RCAT-NAME
                   MOVE WS-RKL-GENS TO WS-KEEP-GENS
                   MOVE 1 TO WS-KEEP-FOUND
               END-IF
               IF WS-RKL-NAME = "*"
                   MOVE WS-RKL-GENS TO WS-KEEP-DEFAULT
               END-IF
               GO TO FIND-KEEP-LOOP.
           FIND-KEEP-EXIT.
               EXIT.

      *    the oldest copies of this report go first - the catalog
      *    runs oldest to newest, so the first lines found are the
      *    ones past the count
           RETIRE-COPIES.
               MOVE 0 TO WS-CAT-COUNT
               MOVE 0 TO WS-CAT-OVER
               MOVE 0 TO WS-CAT-MINE
               OPEN INPUT REPORT-CATALOG
               IF WS-CAT-STATUS NOT = "00"
                   GO TO RETIRE-COPIES-EXIT
               END-IF.
           RETIRE-LOAD-LOOP.
               READ REPORT-CATALOG
                   AT END
                       CLOSE REPORT-CATALOG
                       GO TO RETIRE-JUDGE
               END-READ
               IF WS-CAT-COUNT < WS-CAT-MAX
                   ADD 1 TO WS-CAT-COUNT
                   MOVE REPORT-CATALOG-REC
                       TO WS-CAT-ENTRY(WS-CAT-COUNT)
                   IF REPORT-CATALOG-REC(1:20) = RCAT-NAME
                       ADD 1 TO WS-CAT-MINE
                   END-IF
               ELSE
                   MOVE 1 TO WS-CAT-OVER
               END-IF
               GO TO RETIRE-LOAD-LOOP.
           RETIRE-JUDGE.
               IF WS-CAT-OVER = 1
                   DISPLAY "REPORT CATALOG OVERFULL - OLD COPIES NOT "
                       "RETIRED, CLEAN RPTCAT.DAT BY HAND"
                   GO TO RETIRE-COPIES-EXIT
               END-IF
               IF WS-CAT-MINE <= WS-KEEP-GENS
                   GO TO RETIRE-COPIES-EXIT
               END-IF
               COMPUTE WS-CAT-DROP = WS-CAT-MINE - WS-KEEP-GENS
               MOVE 1 TO WS-CAT-IDX
               PERFORM RETIRE-ONE-ENTRY
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   OR WS-CAT-DROP = 0
               OPEN OUTPUT REPORT-CATALOG
               MOVE 1 TO WS-CAT-IDX
               PERFORM REWRITE-ONE-ENTRY
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               CLOSE REPORT-CATALOG.
           RETIRE-COPIES-EXIT.
               EXIT.

           RETIRE-ONE-ENTRY.
               IF WS-CAT-ENTRY(WS-CAT-IDX)(1:20) = RCAT-NAME
                   MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO WS-RPTCAT-LINE
                   MOVE WS-RCL-COPY TO WS-DEL-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
                   MOVE SPACES TO WS-CAT-ENTRY(WS-CAT-IDX)
                   SUBTRACT 1 FROM WS-CAT-DROP
               END-IF
               ADD 1 TO WS-CAT-IDX.

           REWRITE-ONE-ENTRY.
               IF WS-CAT-ENTRY(WS-CAT-IDX) NOT = SPACES
                   MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO REPORT-CATALOG-REC
                   WRITE REPORT-CATALOG-REC
               END-IF
               ADD 1 TO WS-CAT-IDX.

           RCAT-EXIT.
           GOBACK.
       END PROGRAM RPTCAT.
