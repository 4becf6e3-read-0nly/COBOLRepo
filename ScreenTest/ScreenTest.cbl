
       PROCEDURE DIVISION.
       initialization.
       MOVE "SCRNTEST" TO BRC-PROGRAM
       MOVE "S" TO BRC-PHASE
       CALL "BATCHRC" USING BRC-PARMS
       add 1 to width giving godMaxX
       add 1 to height giving godMaxY
       PERFORM renderRegression
      * journal the step's outcome for the morning status console
        MOVE "SCRNTEST" TO BRC-PROGRAM
        MOVE RETURN-CODE TO BRC-RC
        MOVE "E" TO BRC-PHASE
        CALL "BATCHRC" USING BRC-PARMS
        STOP RUN.
        END PROGRAM SCRNTEST.
