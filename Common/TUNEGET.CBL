       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUNEGET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUNE-FILE ASSIGN TO "TUNABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUNE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TUNE-FILE.
       01  TUNE-FILE-REC PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-TUNE-STATUS PIC X(2) VALUES "00".
           01 WS-AS-OF PIC 9(8).
           01 WS-BEST-EFFECTIVE PIC 9(8).
           01 WS-BEST-VALUE PIC 9(7).
           01 WS-BEST-SET-BY PIC X(8).
           01 WS-FOUND PIC 9(1).
           01 WS-CAT-HIT PIC 9(2).
           01 WS-CAT-IDX PIC 9(2).
           COPY TUNABLE.
           COPY TUNELIST.
       LINKAGE SECTION.
       COPY TUNEPARM.

      *    the file is read afresh on every call - programs ask once
      *    at start-up, so a change made at the menu reaches the next
      *    game or step without anything being restarted
       PROCEDURE DIVISION USING TUNE-PARMS.
           MAIN-LOGIC.
               MOVE TUNE-DEFAULT TO TUNE-VALUE
               MOVE "B" TO TUNE-SOURCE
               MOVE 0 TO TUNE-EFFECTIVE
               MOVE SPACES TO TUNE-SET-BY
               MOVE 0 TO WS-CAT-HIT
               MOVE 1 TO WS-CAT-IDX
               PERFORM FIND-CATALOG
                   UNTIL WS-CAT-IDX > WS-TC-COUNT OR WS-CAT-HIT > 0
               IF WS-CAT-HIT = 0
                   GO TO TUNE-EXIT
               END-IF
               IF TUNE-AS-OF IS NUMERIC AND TUNE-AS-OF > 0
                   MOVE TUNE-AS-OF TO WS-AS-OF
               ELSE
                   ACCEPT WS-AS-OF FROM DATE YYYYMMDD
               END-IF
               MOVE 0 TO WS-FOUND
               MOVE 0 TO WS-BEST-EFFECTIVE
               OPEN INPUT TUNE-FILE
               IF WS-TUNE-STATUS NOT = "00"
                   GO TO TUNE-EXIT
               END-IF.
           TUNE-READ-LOOP.
               READ TUNE-FILE INTO WS-TUNE-LINE
                   AT END
                       CLOSE TUNE-FILE
                       GO TO TUNE-JUDGE
               END-READ
               IF WS-TN-NAME NOT = TUNE-NAME
                   OR WS-TN-VALUE IS NOT NUMERIC
                   OR WS-TN-EFFECTIVE IS NOT NUMERIC
                   GO TO TUNE-READ-LOOP
               END-IF
               IF WS-TN-EFFECTIVE > WS-AS-OF
                   OR WS-TN-EFFECTIVE < WS-BEST-EFFECTIVE
                   GO TO TUNE-READ-LOOP
               END-IF
               MOVE 1 TO WS-FOUND
               MOVE WS-TN-EFFECTIVE TO WS-BEST-EFFECTIVE
               MOVE WS-TN-VALUE TO WS-BEST-VALUE
               MOVE WS-TN-SET-BY TO WS-BEST-SET-BY
               GO TO TUNE-READ-LOOP.
      *    a setting outside the catalogue's range is passed over as
      *    if it were not there - the program keeps its own value
           TUNE-JUDGE.
               IF WS-FOUND = 0
                   GO TO TUNE-EXIT
               END-IF
               IF WS-BEST-VALUE < WS-TC-LOW(WS-CAT-HIT)
                   OR WS-BEST-VALUE > WS-TC-HIGH(WS-CAT-HIT)
                   DISPLAY "TUNEGET: " TUNE-NAME " SETTING "
                       WS-BEST-VALUE " IS OUT OF RANGE - USING "
                       TUNE-DEFAULT
                   GO TO TUNE-EXIT
               END-IF
               MOVE WS-BEST-VALUE TO TUNE-VALUE
               MOVE "F" TO TUNE-SOURCE
               MOVE WS-BEST-EFFECTIVE TO TUNE-EFFECTIVE
               MOVE WS-BEST-SET-BY TO TUNE-SET-BY
               GO TO TUNE-EXIT.

           FIND-CATALOG.
               IF WS-TC-NAME(WS-CAT-IDX) = TUNE-NAME
                   MOVE WS-CAT-IDX TO WS-CAT-HIT
               END-IF
               ADD 1 TO WS-CAT-IDX.

           TUNE-EXIT.
           GOBACK.
       END PROGRAM TUNEGET.
