      *parameter block for the DAILYCHL daily dungeon challenge
      *service. everyone playing the challenge on a date gets the
      *same level, roster and spawn seed, and one attempt each:
      *  S - start an attempt: returns the day's seed and level and
      *      claims the operator's attempt (reply G go, P already
      *      played today, B challenge file busy)
      *  F - finish the attempt with its result, turns, health and
      *      monsters defeated (reply G posted, B busy)
      *  D - display the ranked standings for the date
      *  A - display the all-time views
      *  W - return the date's winner in the result fields and the
      *      winner id (reply G, or N when nobody finished)
      *a zero date means today, and comes back as the date used
       01 DCHL-PARMS.
           05 DCHL-ACTION PIC X(1).
           05 DCHL-DATE PIC 9(8).
           05 DCHL-OPER PIC X(20).
           05 DCHL-REPLY PIC X(1).
           05 DCHL-SEED PIC 9(4).
           05 DCHL-LEVEL PIC X(20).
           05 DCHL-RESULT PIC X(4).
           05 DCHL-TURNS PIC 9(9).
           05 DCHL-HEALTH PIC 9(3).
           05 DCHL-KILLS PIC 9(3).
           05 DCHL-WINNER PIC X(20).
           05 DCHL-ENTRANTS PIC 9(4).
