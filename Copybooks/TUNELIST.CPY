      *the tunables catalogue - every name TUNABLES.DAT may set, the
      *value built into the programs that use it, the range a
      *setting must fall in and who reads it. TUNEMAINT offers only
      *these names and TUNEGET ignores a setting outside the range,
      *so a hand edit cannot overflow the field it lands in. a new
      *tunable is a new entry here and a TUNEGET call at the start
      *of the program that uses it
       01 WS-TUNE-CATALOG-DATA.
           05 FILLER PIC X(16) VALUE "ELO-K-FACTOR".
           05 FILLER PIC 9(7) VALUE 32.
           05 FILLER PIC 9(7) VALUE 1.
           05 FILLER PIC 9(7) VALUE 99.
           05 FILLER PIC X(10) VALUE "TICTACTOE".
           05 FILLER PIC X(34) VALUE
               "RATING POINTS AT STAKE PER GAME".
           05 FILLER PIC X(16) VALUE "ELO-DIFF-CAP".
           05 FILLER PIC 9(7) VALUE 800.
           05 FILLER PIC 9(7) VALUE 100.
           05 FILLER PIC 9(7) VALUE 1000.
           05 FILLER PIC X(10) VALUE "TICTACTOE".
           05 FILLER PIC X(34) VALUE
               "WIDEST RATING GAP THE ODDS COUNT".
           05 FILLER PIC X(16) VALUE "SEASON-RESTART".
           05 FILLER PIC 9(7) VALUE 1000.
           05 FILLER PIC 9(7) VALUE 100.
           05 FILLER PIC 9(7) VALUE 3000.
           05 FILLER PIC X(10) VALUE "SEASNEND".
           05 FILLER PIC X(34) VALUE
               "RATING A NEW SEASON STARTS FROM".
           05 FILLER PIC X(16) VALUE "SHOP-POTION".
           05 FILLER PIC 9(7) VALUE 20.
           05 FILLER PIC 9(7) VALUE 1.
           05 FILLER PIC 9(7) VALUE 999.
           05 FILLER PIC X(10) VALUE "GAMEBOARD".
           05 FILLER PIC X(34) VALUE
               "GOLD PRICE OF A POTION".
           05 FILLER PIC X(16) VALUE "SHOP-KEY".
           05 FILLER PIC 9(7) VALUE 30.
           05 FILLER PIC 9(7) VALUE 1.
           05 FILLER PIC 9(7) VALUE 999.
           05 FILLER PIC X(10) VALUE "GAMEBOARD".
           05 FILLER PIC X(34) VALUE
               "GOLD PRICE OF A KEY".
           05 FILLER PIC X(16) VALUE "SHOP-SWORD".
           05 FILLER PIC 9(7) VALUE 50.
           05 FILLER PIC 9(7) VALUE 1.
           05 FILLER PIC 9(7) VALUE 999.
           05 FILLER PIC X(10) VALUE "GAMEBOARD".
           05 FILLER PIC X(34) VALUE
               "GOLD PRICE OF A SWORD EDGE".
           05 FILLER PIC X(16) VALUE "WAVE-HEALTH-STEP".
           05 FILLER PIC 9(7) VALUE 10.
           05 FILLER PIC 9(7) VALUE 0.
           05 FILLER PIC 9(7) VALUE 99.
           05 FILLER PIC X(10) VALUE "GAMEBOARD".
           05 FILLER PIC X(34) VALUE
               "SLIME HEALTH ADDED PER WAVE".
           05 FILLER PIC X(16) VALUE "WAVE-DAMAGE-STEP".
           05 FILLER PIC 9(7) VALUE 1.
           05 FILLER PIC 9(7) VALUE 0.
           05 FILLER PIC 9(7) VALUE 99.
           05 FILLER PIC X(10) VALUE "GAMEBOARD".
           05 FILLER PIC X(34) VALUE
               "SLIME DAMAGE ADDED PER WAVE".
           05 FILLER PIC X(16) VALUE "SERIES-LENGTH".
           05 FILLER PIC 9(7) VALUE 3.
           05 FILLER PIC 9(7) VALUE 1.
           05 FILLER PIC 9(7) VALUE 5.
           05 FILLER PIC X(10) VALUE "TTTTOURN".
           05 FILLER PIC X(34) VALUE
               "GAMES PER SERIES OFFERED (1/3/5)".
           05 FILLER PIC X(16) VALUE "ARCHIVE-KEEP".
           05 FILLER PIC 9(7) VALUE 0.
           05 FILLER PIC 9(7) VALUE 0.
           05 FILLER PIC 9(7) VALUE 999.
           05 FILLER PIC X(10) VALUE "HISTARCH".
           05 FILLER PIC X(34) VALUE
               "DATED GENERATIONS KEPT (0 = ALL)".
           05 FILLER PIC X(16) VALUE "PIN-MAX-TRIES".
           05 FILLER PIC 9(7) VALUE 3.
           05 FILLER PIC 9(7) VALUE 1.
           05 FILLER PIC 9(7) VALUE 9.
           05 FILLER PIC X(10) VALUE "PINAUTH".
           05 FILLER PIC X(34) VALUE
               "WRONG PINS BEFORE AN ID LOCKS".
           05 FILLER PIC X(16) VALUE "PIN-EXPIRE-DAYS".
           05 FILLER PIC 9(7) VALUE 90.
           05 FILLER PIC 9(7) VALUE 0.
           05 FILLER PIC 9(7) VALUE 999.
           05 FILLER PIC X(10) VALUE "PINAUTH".
           05 FILLER PIC X(34) VALUE
               "DAYS A PIN LASTS (0 = NEVER)".
       01 WS-TUNE-CATALOG REDEFINES WS-TUNE-CATALOG-DATA.
           05 WS-TC-ENTRY OCCURS 12 TIMES.
               10 WS-TC-NAME PIC X(16).
               10 WS-TC-BUILT-IN PIC 9(7).
               10 WS-TC-LOW PIC 9(7).
               10 WS-TC-HIGH PIC 9(7).
               10 WS-TC-USED-BY PIC X(10).
               10 WS-TC-TEXT PIC X(34).
       01 WS-TC-COUNT PIC 9(2) VALUE 12.
