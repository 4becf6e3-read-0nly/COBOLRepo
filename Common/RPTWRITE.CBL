           01 WS-PAGE-NUM PIC 9(3) VALUES 0.
           01 WS-LINES-ON-PAGE PIC 9(2) VALUES 99.
           01 WS-PAGE-OUT PIC ZZ9.
           COPY RPTCAT.
       LINKAGE SECTION.
       COPY RPTWRITE.

               WRITE REPORT-FILE-REC
               MOVE 3 TO WS-LINES-ON-PAGE.

      *    each closed report is catalogued with a dated copy, so
      *    an earlier run can still be shown once this file is
      *    overwritten by the next
           CLOSE-REPORT.
               IF WS-RPT-OPEN = 1
                   CLOSE REPORT-FILE
                   IF WS-REPORT-STATUS NOT = "00"
                       MOVE WS-REPORT-STATUS TO RPT-STATUS
                   ELSE
                       MOVE WS-RPT-FILENAME TO RCAT-NAME
                       MOVE WS-SAVED-TITLE TO RCAT-TITLE
                       MOVE WS-PAGE-NUM TO RCAT-PAGES
                       CALL "RPTCAT" USING RCAT-PARMS
                   END-IF
                   MOVE 0 TO WS-RPT-OPEN
               END-IF.
