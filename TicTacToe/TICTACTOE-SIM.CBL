           01 WS-DIFF-REM PIC 9(4).
           01 WS-LEN-CYCLE PIC 9(1).
           01 WS-LEN-REM PIC 9(4).
           01 WS-VAR-CYCLE PIC 9(1).
           01 WS-VAR-REM PIC 9(4).
           01 WS-X-TOTAL PIC 9(6) VALUES 0.
           01 WS-O-TOTAL PIC 9(6) VALUES 0.
           01 WS-T-TOTAL PIC 9(6) VALUES 0.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE "TTTSIM" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
      *        the game count arrives on SYSIN in batch - an empty or
      *        missing deck (SYSIN DD DUMMY) falls back to ten games
      *        per board size so the step always produces data
               ELSE
                   MOVE 3 TO TTT-PARM-WINLEN
               END-IF
      *        and the rule variants in turn - stepped every third
      *        game so each variant meets every difficulty
               DIVIDE WS-DIFF-REM BY 3 GIVING WS-VAR-REM
                   REMAINDER WS-VAR-CYCLE
               EVALUATE WS-VAR-CYCLE
                   WHEN 1
                       MOVE "M" TO TTT-PARM-VARIANT
                   WHEN 2
                       MOVE "W" TO TTT-PARM-VARIANT
                   WHEN OTHER
                       MOVE "C" TO TTT-PARM-VARIANT
               END-EVALUATE
               MOVE "SIM-X" TO TTT-PARM-X-ID
               MOVE "SIM-O" TO TTT-PARM-O-ID
               MOVE SPACE TO TTT-PARM-RESULT
           SIM-EXIT.
               MOVE "TTTSIM" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM TTTSIM.
