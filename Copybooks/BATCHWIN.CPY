      *the nightly batch window and what counts as a step running
      *long. the run must be finished by the first close time after
      *it starts. a step's norm is its average over the runs
      *before this one, up to the norm-run count back; it has run
      *well beyond that norm when it took more than the slow percent
      *of it and at least the floor seconds more - the floor keeps a
      *two-second step taking five from raising the alarm. a step is
      *slowing down when its last recent-run count of runs averaged
      *the trend percent of the norm before them, or more. a step
      *with fewer than the minimum runs behind it has no norm yet
       01 BWIN-LIMITS.
           05 BWIN-CLOSE-TIME PIC 9(6) VALUE 060000.
           05 BWIN-NORM-RUNS PIC 9(2) VALUE 30.
           05 BWIN-SLOW-PCT PIC 9(3) VALUE 150.
           05 BWIN-SLOW-FLOOR PIC 9(4) VALUE 60.
           05 BWIN-RECENT-RUNS PIC 9(2) VALUE 7.
           05 BWIN-TREND-PCT PIC 9(3) VALUE 120.
           05 BWIN-MIN-RUNS PIC 9(2) VALUE 3.
