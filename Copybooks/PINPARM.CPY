      *parameter block for the PINAUTH operator PIN service - the
      *PIN columns of OPERREG.DAT are read and written only there:
      *  "V" checks PIN-ENTERED against PIN-OPERATOR's PIN
      *  "C" changes PIN-OPERATOR's PIN to PIN-NEW, PIN-ENTERED
      *      being the one it replaces (blank when none is set yet)
      *  "R" resets PIN-OPERATOR's PIN to PIN-NEW on the word of
      *      the admin in PIN-BY; the operator must change it at
      *      their next sign-on
      *PIN-BY is who is at the keyboard and PIN-CALLER the program
      *asking - both go on the usage log against a failure.
      *PIN-REPLY comes back:
      *  "G" good             "W" wrong PIN, PIN-TRIES-LEFT to go
      *  "L" the id is locked "X" right PIN, but expired or reset
      *  "N" no PIN set yet   "U" the id is not registered
      *  "P" the new PIN was refused - 4 to 8 digits, not the old
      *  "D" a reset by anyone but an admin
      *  "S" a supervisor or admin id with no PIN set - once any
      *      admin has a PIN, only an admin reset gives it one
      *  "B" the registry is in use or could not be written
       01 PIN-PARMS.
           05 PIN-ACTION PIC X(1).
           05 PIN-OPERATOR PIC X(8).
           05 PIN-ENTERED PIC X(8).
           05 PIN-NEW PIC X(8).
           05 PIN-BY PIC X(8).
           05 PIN-CALLER PIC X(12).
           05 PIN-REPLY PIC X(1).
           05 PIN-TRIES-LEFT PIC 9(1).
