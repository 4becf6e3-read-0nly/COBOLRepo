       01 BRC-PARMS.
           05 BRC-PROGRAM PIC X(12).
           05 BRC-RC PIC 9(4).
      *a step calls in twice: phase S as it starts, which only notes
      *the time, and phase E as it ends, which journals the code and
      *puts the step's start, end and elapsed time on RUNHIST.DAT
           05 BRC-PHASE PIC X(1).
