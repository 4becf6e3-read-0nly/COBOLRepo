               05 WS-AL-DATE PIC 9(8).
           01 WS-ALREADY PIC 9(1) VALUES 0.
           01 WS-ACH-TEXT PIC X(40) VALUES SPACES.
           COPY NOTICE.
       LINKAGE SECTION.
       COPY ACHPARM.

               MOVE "N" TO ACH-REPLY
               PERFORM NAME-THE-AWARD
               DISPLAY "*** ACHIEVEMENT EARNED: " WS-ACH-TEXT " ***"
      *        the screen announcement goes by in a moment - and
      *        a co-op partner, or the holder of an award back-filled
      *        from the achievements screen, may not be watching
               MOVE SPACES TO NOTE-TEXT
               STRING "ACHIEVEMENT EARNED: " WS-ACH-TEXT
                   DELIMITED BY SIZE INTO NOTE-TEXT
               MOVE "P" TO NOTE-ACTION
               MOVE "ACHAWARD" TO NOTE-FROM
               MOVE "O" TO NOTE-TO-TYPE
               MOVE ACH-OPER TO NOTE-TO-ID
               CALL "NOTICE" USING NOTE-PARMS
               GO TO AWARD-EXIT.

           CHECK-ALREADY-HELD.
