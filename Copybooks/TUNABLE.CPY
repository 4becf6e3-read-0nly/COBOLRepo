      *central tunables - one line per setting in TUNABLES.DAT, kept
      *by TUNEMAINT and read through TUNEGET. a tunable may carry
      *several settings; the one in force on a date is the latest
      *effective on or before it (the later line when two share a
      *date), so a change can be entered ahead of the day it starts
      *and the settings it replaced stay on file as its history.
      *a tunable with no setting in force runs on the value built
      *into the program
       01 WS-TUNE-LINE.
           05 WS-TN-NAME PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TN-VALUE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TN-EFFECTIVE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TN-SET-BY PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TN-SET-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TN-REASON PIC X(28).
