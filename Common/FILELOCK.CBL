      *    - no job in this shop holds a file that long
           01 WS-STALE-SECS PIC 9(5) VALUES 7200.
           COPY FILEERR.
           COPY NOTICE.
       LINKAGE SECTION.
       COPY FILELOCK.

                   PERFORM REPORT-LOCK-EVENT
                   DISPLAY "FILELOCK: STALE CLAIM ON " FLOCK-FILE
                       " BY " WS-LCK-OWNER " BROKEN"
      *            the notices file's own trim claims through here -
      *            a broken claim on it is only logged, never posted
                   IF FLOCK-FILE NOT = "NOTICES"
                       PERFORM POST-STALE-NOTICE
                   END-IF
                   PERFORM WRITE-OWN-CLAIM
                   MOVE "G" TO FLOCK-REPLY
               ELSE
           JUDGE-STALENESS-DONE.
               EXIT.

      *    the holder learns their job never finished with the file,
      *    and the supervisors that something crashed holding it
           POST-STALE-NOTICE.
               MOVE SPACES TO NOTE-TEXT
               STRING "STALE CLAIM ON " DELIMITED BY SIZE
                   FLOCK-FILE DELIMITED BY SPACE
                   " HELD BY " DELIMITED BY SIZE
                   WS-LCK-OWNER DELIMITED BY SPACE
                   " SINCE " WS-LCK-DATE " " WS-LCK-TIME
                   " BROKEN FOR " DELIMITED BY SIZE
                   FLOCK-OWNER DELIMITED BY SPACE
                   INTO NOTE-TEXT
               MOVE "P" TO NOTE-ACTION
               MOVE "Y" TO NOTE-NO-CLAIM
               MOVE "FILELOCK" TO NOTE-FROM
               MOVE "S" TO NOTE-TO-TYPE
               MOVE SPACES TO NOTE-TO-ID
               CALL "NOTICE" USING NOTE-PARMS
               IF WS-LCK-OWNER NOT = SPACES
                   MOVE "O" TO NOTE-TO-TYPE
                   MOVE WS-LCK-OWNER TO NOTE-TO-ID
                   CALL "NOTICE" USING NOTE-PARMS
               END-IF.

           REPORT-LOCK-EVENT.
               MOVE "FILELOCK" TO FERR-PROGRAM
               MOVE "I" TO FERR-MODE
