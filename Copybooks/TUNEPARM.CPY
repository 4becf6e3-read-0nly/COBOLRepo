      *parameter block for the shared TUNEGET lookup - callers name
      *the tunable, the date the value is wanted for (zeros meaning
      *today) and the value built into the program. the value comes
      *back from TUNABLES.DAT when a setting is in force on that
      *date and inside the tunable's allowed range, otherwise the
      *built-in comes back unchanged. TUNE-SOURCE says which - "F"
      *the file, "B" built-in - and on "F" the setting's effective
      *date and the operator who made it come back too
       01 TUNE-PARMS.
           05 TUNE-NAME PIC X(16).
           05 TUNE-AS-OF PIC 9(8).
           05 TUNE-DEFAULT PIC 9(7).
           05 TUNE-VALUE PIC 9(7).
           05 TUNE-SOURCE PIC X(1).
           05 TUNE-EFFECTIVE PIC 9(8).
           05 TUNE-SET-BY PIC X(8).
