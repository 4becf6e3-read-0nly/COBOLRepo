
       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE "LEVELCHK" TO BRC-PROGRAM
               MOVE "S" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
               DISPLAY "LEVELCHK - VALIDATING LEVEL FILES"
               MOVE 1 TO WS-LEVEL-NUM
               PERFORM CHECK-ONE-FILE THRU CHECK-ONE-FILE-EXIT
           CHECK-EXIT.
               MOVE "LEVELCHK" TO BRC-PROGRAM
               MOVE RETURN-CODE TO BRC-RC
               MOVE "E" TO BRC-PHASE
               CALL "BATCHRC" USING BRC-PARMS
           STOP RUN.
       END PROGRAM LEVELCHK.
