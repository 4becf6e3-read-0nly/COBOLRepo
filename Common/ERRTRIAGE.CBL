           01 WS-CNT-OUT PIC Z(5)9.
           01 WS-CNT-OUT2 PIC Z(3)9.
           COPY BATCHRC.
           COPY RPTCAT.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE "ERRTRIAGE" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM SCAN-ERROR-LOG THRU SCAN-LOG-EXIT
               PERFORM LOAD-BASELINE THRU LOAD-BASELINE-EXIT
                   WS-CNT-OUT2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               CLOSE TRIAGE-REPORT
      *        a single unpaged sheet, kept in the report catalog
               MOVE "ERRTRIAGE.RPT" TO RCAT-NAME
               MOVE "ERROR LOG TRIAGE" TO RCAT-TITLE
               MOVE 1 TO RCAT-PAGES
               CALL "RPTCAT" USING RCAT-PARMS.

           WRITE-CLASS-LINE.
               MOVE SPACES TO WS-RPT-LINE
           TRIAGE-EXIT.
               MOVE "ERRTRIAGE" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM ERRTRIAGE.
