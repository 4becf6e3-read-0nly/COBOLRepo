      *parameter block for the shared TTTENGIN move engine - the one
      *copy of the computer opponent's judgement, called by TICTACTOE
      *for its own moves and by the batch programs that grade logged
      *games and check fixed positions against it. the caller passes
      *the board and the rule in force. action "M" picks the move the
      *engine plays for ENG-MARK at difficulty ENG-DIFF; "W" finds a
      *cell where ENG-MARK completes a line (ENG-COUNT says how many
      *such cells there are); "F" finds a cell where ENG-MARK makes
      *two threats at once; "J" judges the position - ENG-RESULT is
      *the mark holding a completed line, "T" for a full board with
      *no line, "?" for a game still in progress. a reply of zero
      *in ENG-PICK means no such cell. ENG-VARIANT carries the rule
      *variant ("M" misere, "W" wild, else classic): under misere "J"
      *names the mark that did NOT complete the line; under wild it
      *names the player who moved last (X's player on an odd count of
      *marks). on "M" the engine answers ENG-PUT with the mark to
      *place - always ENG-MARK except in a wild game
       01 ENG-PARMS.
           05 ENG-ACTION PIC X(1).
           05 ENG-BOARD PIC X(25).
           05 ENG-DIM PIC 9(1).
           05 ENG-WINLEN PIC 9(1).
           05 ENG-DIFF PIC 9(1).
           05 ENG-MARK PIC X(1).
           05 ENG-PICK PIC 9(2).
           05 ENG-COUNT PIC 9(2).
           05 ENG-RESULT PIC X(1).
           05 ENG-VARIANT PIC X(1).
           05 ENG-PUT PIC X(1).
