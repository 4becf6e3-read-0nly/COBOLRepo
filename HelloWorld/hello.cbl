       COPY BATCHRC.
       PROCEDURE DIVISION.
       Begin.
       MOVE "MAINPGM" TO BRC-PROGRAM
       MOVE "S" TO BRC-PHASE
       CALL "BATCHRC" USING BRC-PARMS
       CALL "HelloWorld"
       DISPLAY SharedItem
      *--------------------------------------------------------------
       END-IF
       MOVE "MAINPGM" TO BRC-PROGRAM
       MOVE RETURN-CODE TO BRC-RC
       MOVE "E" TO BRC-PHASE
       CALL "BATCHRC" USING BRC-PARMS
       GOBACK.

