      *parameter block for the CTLTOTAL control-totals service - one
      *running control record per shared data file (MATCHHIST,
      *MOVELOG, RATEJRNL, SESSIONLOG, LEADERBOARD), kept in
      *<file>.CTL: the record count and two hash totals over the
      *file's key numeric fields. a program adding to or rewriting a
      *file passes each record image it wrote:
      *  "A" adds the record to the totals it is holding for the file
      *  "D" takes a deleted (or rewritten, old image) record off
      *  "Z" starts the totals over - the whole file is being rewritten
      *      and the "A" calls that follow are all of it
      *  "C" commits what is held for the file to its .CTL record -
      *      call it once the records are safely written
      *the nightly balancing step uses the other three:
      *  "H" hashes the record into CTOT-COUNT and the CTOT-HASH
      *      fields themselves (the caller zeroes them first)
      *  "G" gets the stored totals into the same fields - status
      *      "35" when the file has no control record yet
      *  "S" stores the CTOT- totals as the file's control record
      *status "99" is a file the service does not know, "93" the
      *control records stayed in use - totals being committed stay
      *held for the next "C". a file with
      *no control record is left alone by "A"/"D" commits until the
      *balancing step establishes one from the file itself
       01 CTOT-PARMS.
           05 CTOT-ACTION PIC X(1).
           05 CTOT-FILE PIC X(12).
           05 CTOT-PROGRAM PIC X(12).
           05 CTOT-RECORD PIC X(80).
           05 CTOT-COUNT PIC S9(9).
           05 CTOT-HASH-1 PIC S9(18).
           05 CTOT-HASH-2 PIC S9(18).
           05 CTOT-STATUS PIC X(2).
