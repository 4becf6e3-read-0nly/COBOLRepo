       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTLIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CATALOG ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT REPORT-COPY ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT REPRINT-FILE ASSIGN TO "REPRINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CATALOG.
       01  REPORT-CATALOG-REC PIC X(130).
       FD  REPORT-COPY.
       01  REPORT-COPY-REC PIC X(132).
       FD  REPRINT-FILE.
       01  REPRINT-FILE-REC PIC X(132).
       LOCAL-STORAGE SECTION.
           01 WS-CAT-STATUS PIC X(2) VALUES "00".
           01 WS-COPY-STATUS PIC X(2) VALUES "00".
           01 WS-REPRINT-STATUS PIC X(2) VALUES "00".
           01 WS-COPY-NAME PIC X(30) VALUES SPACES.
           01 WS-VIEW-OPER PIC X(8) VALUES SPACES.
           COPY RPTCREC.
      *    the whole catalog, oldest first as RPTCAT writes it
           01 WS-CAT-MAX PIC 9(4) VALUES 2000.
           01 WS-CAT-COUNT PIC 9(4) VALUES 0.
           01 WS-CAT-OVER PIC 9(1) VALUES 0.
           01 WS-CAT-TABLE.
               05 WS-CAT-ENTRY PIC X(130) OCCURS 2000 TIMES.
           01 WS-CAT-IDX PIC 9(4).
      *    one line per report on file, in the order first run
           01 WS-SUM-MAX PIC 9(2) VALUES 40.
           01 WS-SUM-COUNT PIC 9(2) VALUES 0.
           01 WS-SUM-OVER PIC 9(1) VALUES 0.
           01 WS-SUM-TABLE.
               05 WS-SUM-ENTRY OCCURS 40 TIMES.
                   10 WS-SM-NAME PIC X(20).
                   10 WS-SM-GENS PIC 9(4).
                   10 WS-SM-LAST-DATE PIC 9(8).
                   10 WS-SM-LAST-TIME PIC 9(6).
                   10 WS-SM-TITLE PIC X(40).
           01 WS-SUM-IDX PIC 9(2).
           01 WS-SUM-HIT PIC 9(2).
      *    the copies of the chosen report, newest first
           01 WS-GEN-MAX PIC 9(2) VALUES 60.
           01 WS-GEN-COUNT PIC 9(2) VALUES 0.
           01 WS-GEN-TABLE.
               05 WS-GEN-ENTRY PIC 9(4) OCCURS 60 TIMES.
           01 WS-GEN-IDX PIC 9(2).
           01 WS-REPORT-CHOICE PIC 9(2) VALUES 0.
           01 WS-GEN-CHOICE PIC 9(2) VALUES 0.
           01 WS-ACTION-ANSWER PIC X(1) VALUES SPACE.
           01 WS-PAGE-ANSWER PIC X(1) VALUES SPACE.
           01 WS-SHOW-PAGE PIC 9(4) VALUES 0.
           01 WS-LINES-OUT PIC 9(6) VALUES 0.
           01 WS-FORM-FEED PIC X(1) VALUE X"0C".
           01 WS-SYS-DATE PIC 9(8).
           01 WS-SYS-CLOCK PIC 9(8).
           01 WS-BANNER-LINE PIC X(132).
           01 WS-VIEW-LINE PIC X(80).

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               ACCEPT WS-VIEW-OPER FROM ENVIRONMENT "UTILOPER"
               PERFORM LOAD-CATALOG THRU LOAD-CATALOG-EXIT
               IF WS-CAT-COUNT = 0
                   DISPLAY "NO REPORT RUNS CATALOGUED YET"
                   GO TO LIB-EXIT
               END-IF
               IF WS-CAT-OVER = 1
                   DISPLAY "REPORT CATALOG HOLDS MORE RUNS THAN THIS "
                       "SCREEN CARRIES - THE NEWEST ARE NOT SHOWN"
               END-IF
               IF WS-SUM-OVER = 1
                   DISPLAY "MORE REPORTS ON FILE THAN THIS SCREEN "
                       "LISTS - ONLY THE FIRST " WS-SUM-MAX " SHOWN"
               END-IF
               GO TO LIB-MENU.

      *    --------------------------------------------------------
      *    first the reports, then the kept runs of the one chosen,
      *    newest first, then what to do with the run picked
      *    --------------------------------------------------------
           LIB-MENU.
               DISPLAY " "
               DISPLAY "===================================="
               DISPLAY " REPORT LIBRARY"
               DISPLAY "===================================="
               MOVE 1 TO WS-SUM-IDX
               PERFORM SHOW-ONE-REPORT
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               DISPLAY " 0. Exit"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT WS-REPORT-CHOICE
               IF WS-REPORT-CHOICE = 0
                   GO TO LIB-EXIT
               END-IF
               IF WS-REPORT-CHOICE > WS-SUM-COUNT
                   DISPLAY "INVALID CHOICE"
                   GO TO LIB-MENU
               END-IF
               MOVE WS-REPORT-CHOICE TO WS-SUM-HIT.
           GEN-MENU.
               PERFORM LIST-GENERATIONS
               DISPLAY "RUN TO SHOW, 0 BACK: " WITH NO ADVANCING
               ACCEPT WS-GEN-CHOICE
               IF WS-GEN-CHOICE = 0
                   GO TO LIB-MENU
               END-IF
               IF WS-GEN-CHOICE > WS-GEN-COUNT
                   DISPLAY "INVALID CHOICE"
                   GO TO GEN-MENU
               END-IF
               MOVE WS-GEN-ENTRY(WS-GEN-CHOICE) TO WS-CAT-IDX
               MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO WS-RPTCAT-LINE
               DISPLAY "D DISPLAY, R REPRINT, ANYTHING ELSE BACK: "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION-ANSWER
               EVALUATE WS-ACTION-ANSWER
                   WHEN "D"
                   WHEN "d"
                       PERFORM DISPLAY-COPY THRU DISPLAY-COPY-EXIT
                   WHEN "R"
                   WHEN "r"
                       PERFORM REPRINT-COPY THRU REPRINT-COPY-EXIT
               END-EVALUATE
               GO TO GEN-MENU.

           SHOW-ONE-REPORT.
               DISPLAY WS-SUM-IDX ". " WS-SM-NAME(WS-SUM-IDX)
                   WS-SM-GENS(WS-SUM-IDX) " KEPT, LAST "
                   WS-SM-LAST-DATE(WS-SUM-IDX) " "
                   WS-SM-LAST-TIME(WS-SUM-IDX)
               DISPLAY "    " WS-SM-TITLE(WS-SUM-IDX)
               ADD 1 TO WS-SUM-IDX.

           LIST-GENERATIONS.
               DISPLAY " "
               DISPLAY "RUNS KEPT OF " WS-SM-NAME(WS-SUM-HIT)
               DISPLAY "    DATE     TIME   PAGES BY"
               MOVE 0 TO WS-GEN-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-IDX
               PERFORM PICK-GENERATION
                   UNTIL WS-CAT-IDX = 0
                   OR WS-GEN-COUNT = WS-GEN-MAX
               MOVE 1 TO WS-GEN-IDX
               PERFORM SHOW-ONE-GENERATION
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT.

           PICK-GENERATION.
               IF WS-CAT-ENTRY(WS-CAT-IDX)(1:20)
                   = WS-SM-NAME(WS-SUM-HIT)
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-CAT-IDX TO WS-GEN-ENTRY(WS-GEN-COUNT)
               END-IF
               SUBTRACT 1 FROM WS-CAT-IDX.

           SHOW-ONE-GENERATION.
               MOVE WS-GEN-ENTRY(WS-GEN-IDX) TO WS-CAT-IDX
               MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO WS-RPTCAT-LINE
               DISPLAY WS-GEN-IDX ". " WS-RCL-DATE " " WS-RCL-TIME
                   " " WS-RCL-PAGES "  " WS-RCL-BY
               ADD 1 TO WS-GEN-IDX.

      *    a kept copy shows a printed page at a time - each page
      *    after the first starts on the form feed the report wrote
           DISPLAY-COPY.
               MOVE WS-RCL-COPY TO WS-COPY-NAME
               OPEN INPUT REPORT-COPY
               IF WS-COPY-STATUS NOT = "00"
                   DISPLAY "COPY " WS-COPY-NAME " IS NOT ON FILE "
                       "(STATUS " WS-COPY-STATUS ")"
                   GO TO DISPLAY-COPY-EXIT
               END-IF
               MOVE 1 TO WS-SHOW-PAGE
               DISPLAY " "
               DISPLAY "---- " WS-RCL-NAME " RUN " WS-RCL-DATE " "
                   WS-RCL-TIME " PAGE " WS-SHOW-PAGE " ----".
           DISPLAY-COPY-LOOP.
               READ REPORT-COPY
                   AT END
                       CLOSE REPORT-COPY
                       DISPLAY "---- END OF REPORT ----"
                       GO TO DISPLAY-COPY-EXIT
               END-READ
               IF REPORT-COPY-REC(1:1) = WS-FORM-FEED
                   DISPLAY "ENTER FOR THE NEXT PAGE, Q TO STOP: "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-PAGE-ANSWER
                   ACCEPT WS-PAGE-ANSWER
                   IF WS-PAGE-ANSWER = "Q" OR WS-PAGE-ANSWER = "q"
                       CLOSE REPORT-COPY
                       GO TO DISPLAY-COPY-EXIT
                   END-IF
                   ADD 1 TO WS-SHOW-PAGE
                   DISPLAY " "
                   DISPLAY "---- " WS-RCL-NAME " RUN " WS-RCL-DATE
                       " " WS-RCL-TIME " PAGE " WS-SHOW-PAGE " ----"
                   MOVE REPORT-COPY-REC(2:80) TO WS-VIEW-LINE
               ELSE
                   MOVE REPORT-COPY-REC(1:80) TO WS-VIEW-LINE
               END-IF
               DISPLAY WS-VIEW-LINE
               GO TO DISPLAY-COPY-LOOP.
           DISPLAY-COPY-EXIT.
               EXIT.

      *    a reprint goes to REPRINT.RPT, page breaks and all, under
      *    a line saying which run it is - the live report file is
      *    never touched
           REPRINT-COPY.
               MOVE WS-RCL-COPY TO WS-COPY-NAME
               OPEN INPUT REPORT-COPY
               IF WS-COPY-STATUS NOT = "00"
                   DISPLAY "COPY " WS-COPY-NAME " IS NOT ON FILE "
                       "(STATUS " WS-COPY-STATUS ")"
                   GO TO REPRINT-COPY-EXIT
               END-IF
               OPEN OUTPUT REPRINT-FILE
               IF WS-REPRINT-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN REPRINT.RPT (STATUS "
                       WS-REPRINT-STATUS ")"
                   CLOSE REPORT-COPY
                   GO TO REPRINT-COPY-EXIT
               END-IF
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-CLOCK FROM TIME
               MOVE SPACES TO WS-BANNER-LINE
               STRING "REPRINT OF " WS-RCL-NAME " RUN " WS-RCL-DATE
                   " " WS-RCL-TIME " - REPRINTED " WS-SYS-DATE " "
                   WS-SYS-CLOCK(1:6) " BY " WS-VIEW-OPER
                   DELIMITED BY SIZE INTO WS-BANNER-LINE
               MOVE WS-BANNER-LINE TO REPRINT-FILE-REC
               WRITE REPRINT-FILE-REC
               MOVE 0 TO WS-LINES-OUT.
           REPRINT-COPY-LOOP.
               READ REPORT-COPY
                   AT END
                       CLOSE REPORT-COPY
                       CLOSE REPRINT-FILE
                       DISPLAY WS-LINES-OUT " LINES REPRINTED TO "
                           "REPRINT.RPT"
                       GO TO REPRINT-COPY-EXIT
               END-READ
               IF REPORT-COPY-REC(1:1) = WS-FORM-FEED
                   MOVE REPORT-COPY-REC(2:131) TO REPRINT-FILE-REC
                   WRITE REPRINT-FILE-REC AFTER ADVANCING PAGE
               ELSE
                   MOVE REPORT-COPY-REC TO REPRINT-FILE-REC
                   WRITE REPRINT-FILE-REC
               END-IF
               ADD 1 TO WS-LINES-OUT
               GO TO REPRINT-COPY-LOOP.
           REPRINT-COPY-EXIT.
               EXIT.

           LOAD-CATALOG.
               MOVE 0 TO WS-CAT-COUNT
               MOVE 0 TO WS-SUM-COUNT
               OPEN INPUT REPORT-CATALOG
               IF WS-CAT-STATUS NOT = "00"
                   GO TO LOAD-CATALOG-EXIT
               END-IF.
           LOAD-CATALOG-LOOP.
               READ REPORT-CATALOG INTO WS-RPTCAT-LINE
                   AT END
                       CLOSE REPORT-CATALOG
                       GO TO LOAD-CATALOG-EXIT
               END-READ
               IF WS-CAT-COUNT = WS-CAT-MAX
                   MOVE 1 TO WS-CAT-OVER
                   GO TO LOAD-CATALOG-LOOP
               END-IF
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-RPTCAT-LINE TO WS-CAT-ENTRY(WS-CAT-COUNT)
               MOVE 0 TO WS-SUM-HIT
               MOVE 1 TO WS-SUM-IDX
               PERFORM FIND-SUMMARY
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
                   OR WS-SUM-HIT > 0
               IF WS-SUM-HIT = 0
                   IF WS-SUM-COUNT = WS-SUM-MAX
                       MOVE 1 TO WS-SUM-OVER
                       GO TO LOAD-CATALOG-LOOP
                   END-IF
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-HIT
                   MOVE WS-RCL-NAME TO WS-SM-NAME(WS-SUM-HIT)
                   MOVE 0 TO WS-SM-GENS(WS-SUM-HIT)
               END-IF
               ADD 1 TO WS-SM-GENS(WS-SUM-HIT)
               MOVE WS-RCL-DATE TO WS-SM-LAST-DATE(WS-SUM-HIT)
               MOVE WS-RCL-TIME TO WS-SM-LAST-TIME(WS-SUM-HIT)
               MOVE WS-RCL-TITLE TO WS-SM-TITLE(WS-SUM-HIT)
               GO TO LOAD-CATALOG-LOOP.
           LOAD-CATALOG-EXIT.
               EXIT.

           FIND-SUMMARY.
               IF WS-SM-NAME(WS-SUM-IDX) = WS-RCL-NAME
                   MOVE WS-SUM-IDX TO WS-SUM-HIT
               END-IF
               ADD 1 TO WS-SUM-IDX.

           LIB-EXIT.
           GOBACK.
       END PROGRAM RPTLIB.
