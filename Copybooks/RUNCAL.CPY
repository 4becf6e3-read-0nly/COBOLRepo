      *run calendar - RUNCAL.DAT says which periodic jobs and steps
      *fall due on which nights, and RUNCAL plans each night from it
      *at the head of the NIGHTLY stream. one entry per line:
      *  cols  1-8  entry name - the name the JCL queries it by
      *  cols 10-13 kind: JOB  a job NIGHTLY submits when due
      *                   STEP a NIGHTLY step held back when not due
      *                   HAND run by hand (SEASNEND) - only reported
      *  cols 15-26 the program whose clean end (RC 0 on STEPRC.DAT)
      *             proves the entry ran - a job's last step
      *  cols 28-35 the rule: MON TUE WED THU FRI SAT SUN, DAILY,
      *             MONTHEND (last day of the month), DAYnn (that day
      *             of every month) or a named date YYYYMMDD
      *  cols 37-40 on a holiday: RUN anyway, SKIP that one, NEXT
      *             (first working day after) or PREV (last working
      *             day before) - blank is RUN
      *  cols 42-80 free description
      *a holiday is a line with HOLIDAY in cols 1-8 and the date in
      *cols 10-17. lines starting * are comments
       01 WS-CAL-LINE.
           05 WS-CAL-NAME PIC X(8).
           05 FILLER PIC X(1).
           05 WS-CAL-KIND PIC X(4).
           05 FILLER PIC X(1).
           05 WS-CAL-PROOF PIC X(12).
           05 FILLER PIC X(1).
           05 WS-CAL-RULE PIC X(8).
           05 FILLER PIC X(1).
           05 WS-CAL-HOLACT PIC X(4).
           05 FILLER PIC X(1).
           05 WS-CAL-DESC PIC X(39).
       01 WS-CAL-HOL-LINE REDEFINES WS-CAL-LINE.
           05 WS-CAL-HOL-TAG PIC X(8).
           05 FILLER PIC X(1).
           05 WS-CAL-HOL-DATE PIC X(8).
           05 FILLER PIC X(63).
      *tonight's plan - RUNPLAN.DAT, rewritten by every PLAN run. the
      *state is DUE (falls due tonight), CATCHUP (an earlier due date
      *never ran - runs tonight), DONE (due, and already ran clean
      *today), MISSED (a HAND entry that fell due and never ran) or
      *HELD (not due). due is the date it fell due, zeros when held;
      *last is the last clean run, zeros for never
       01 WS-PLAN-LINE.
           05 WS-PLAN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PLAN-NAME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PLAN-KIND PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PLAN-STATE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PLAN-DUE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PLAN-LAST PIC 9(8).
