       FD  ACHIEVE-FILE.
       01  ACHIEVE-FILE-REC PIC X(30).
       FD  OPERATOR-REGISTRY.
       01  OPERATOR-REGISTRY-REC PIC X(80).
       FD  MATCH-HISTORY.
       COPY MATCHREC.
       FD  ARC-HISTORY.
